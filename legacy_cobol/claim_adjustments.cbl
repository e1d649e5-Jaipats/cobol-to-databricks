       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-ADJUST-POST.
       AUTHOR. CLAIMS-OPERATIONS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Claim adjustment and void posting, run at the head of the
      *    nightly chain so every job after it reads the net claim.
      *    The day's corrections on CLAIM-ADJUSTMENTS.DAT (frequency
      *    7 replaces a claim, 8 voids it, each naming the claim it
      *    corrects) are proved against the active claims file and
      *    the adjustment history, then every correction ever
      *    posted is applied: a corrected claim comes off
      *    CLAIMS.DAT and its replacement goes on, so a corrected
      *    claim is netted out again however often the gross feed
      *    is redelivered. The day's reversal (R) and replacement
      *    (P) entries go to CLAIM-ADJ-POSTINGS.DAT for the YTD
      *    accumulator to back the original out, and each reversal
      *    is also added to CLAIM-ADJ-REVERSAL-LOG.DAT, which holds
      *    them across days until PROVIDER-PAYMENT-CYCLE has netted
      *    them against the provider's payment. The history is
      *    rewritten to CLAIM-ADJ-HISTORY-NEW.DAT for
      *    MASTER-GENERATION-MANAGER to promote, and
      *    CLAIM-ADJ-CHAIN-REPORT.DAT lists each original claim
      *    with its chain of corrections. Corrections that cannot
      *    be posted go to CLAIM-ADJ-REJECTS.DAT for the
      *    SUSPENSE-MANAGER with RETURN-CODE 4. The claims file as
      *    delivered is kept on CLAIMS-PREADJ.DAT, and a rerun on
      *    the same business date nets from that copy rather than
      *    from the already-netted CLAIMS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN DYNAMIC WS-CLAIM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT PREADJ-FILE
               ASSIGN TO "CLAIMS-PREADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PREADJ-STATUS.
           SELECT ADJUSTMENT-FILE
               ASSIGN TO "CLAIM-ADJUSTMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO "CLAIM-ADJ-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT VALIDATE-SORT-FILE
               ASSIGN TO "CADJVALSORT.TMP".
           SELECT DECISION-FILE
               ASSIGN TO "CLAIM-ADJ-DECISIONS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT DECISION-SORT-FILE
               ASSIGN TO "CADJDECSORT.TMP".
           SELECT DECISION-SEQ-FILE
               ASSIGN TO "CLAIM-ADJ-DECISIONS-SEQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-SEQ-STATUS.
           SELECT POST-SORT-FILE
               ASSIGN TO "CADJPOSTSORT.TMP".
           SELECT NET-CLAIM-FILE
               ASSIGN TO "CLAIMS-NET.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NET-CLAIM-STATUS.
           SELECT LIVE-CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT NEW-HISTORY-FILE
               ASSIGN TO "CLAIM-ADJ-HISTORY-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NEW-HISTORY-STATUS.
           SELECT POSTING-FILE
               ASSIGN TO "CLAIM-ADJ-POSTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REVERSAL-LOG-FILE
               ASSIGN TO "CLAIM-ADJ-REVERSAL-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-LOG-STATUS.
           SELECT REJECT-FILE
               ASSIGN TO "CLAIM-ADJ-REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CHAIN-SORT-FILE
               ASSIGN TO "CADJCHAINSORT.TMP".
           SELECT CHAIN-REPORT-FILE
               ASSIGN TO "CLAIM-ADJ-CHAIN-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Claims are carried as whole line images so nothing past
      *    the fields this job looks at is lost on the way through
       FD  CLAIM-FILE.
       01  CLAIM-LINE              PIC X(150).

       FD  PREADJ-FILE.
       01  PREADJ-LINE             PIC X(150).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PA==.

       FD  ADJUSTMENT-FILE.
           COPY "CLAIM-ADJUSTMENT-RECORD.CPY"
               REPLACING ==:PFX:== BY ==CA==.

       FD  HISTORY-FILE.
           COPY "CLAIM-ADJUSTMENT-RECORD.CPY"
               REPLACING ==:PFX:== BY ==OH==.

      *    Every claim id the day's corrections touch, by claim:
      *    1 claim on the active file, 2 replacement posted on an
      *    earlier run, 3 claim corrected on an earlier run, 4 a
      *    correction of this claim received today (SEQUENCE is
      *    its place on the day's feed), 5 a replacement claim id
      *    received today
       SD  VALIDATE-SORT-FILE.
       01  VALIDATE-SORT-RECORD.
           05  VS-CLAIM-ID         PIC 9(12).
           05  VS-ENTRY-TYPE       PIC X(1).
           05  VS-SEQUENCE         PIC 9(9).
           05  VS-ROOT-CLAIM-ID    PIC 9(12).
           05  VS-REJECT-REASON    PIC X(4).

      *    A = correction may post (with the root claim of its
      *    chain), J = rejected for REASON
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DC-SEQUENCE         PIC 9(9).
           05  DC-RESULT           PIC X(1).
           05  DC-REASON           PIC X(4).
           05  DC-ROOT-CLAIM-ID    PIC 9(12).

       SD  DECISION-SORT-FILE.
       01  DECISION-SORT-RECORD.
           05  DS-SEQUENCE         PIC 9(9).
           05  DS-RESULT           PIC X(1).
           05  DS-REASON           PIC X(4).
           05  DS-ROOT-CLAIM-ID    PIC 9(12).

       FD  DECISION-SEQ-FILE.
       01  DECISION-SEQ-RECORD.
           05  DQ-SEQUENCE         PIC 9(9).
           05  DQ-RESULT           PIC X(1).
           05  DQ-REASON           PIC X(4).
           05  DQ-ROOT-CLAIM-ID    PIC 9(12).

      *    The posting pass, by claim: 1 claim on the active file,
      *    2 replacement posted on an earlier run, 3 replacement
      *    posting today, 4 earlier correction of this claim
      *    (history carried forward), 5 correction posting today
       SD  POST-SORT-FILE.
       01  POST-SORT-RECORD.
           05  PS-CLAIM-ID         PIC 9(12).
           05  PS-ENTRY-TYPE       PIC X(1).
           05  PS-SEQUENCE         PIC 9(9).
           05  PS-CLAIM-IMAGE      PIC X(150).
           05  PS-HISTORY-IMAGE    PIC X(204).

       FD  NET-CLAIM-FILE.
       01  NET-CLAIM-LINE          PIC X(150).

       FD  LIVE-CLAIM-FILE.
       01  LIVE-CLAIM-LINE         PIC X(150).

       FD  NEW-HISTORY-FILE.
           COPY "CLAIM-ADJUSTMENT-RECORD.CPY"
               REPLACING ==:PFX:== BY ==NH==.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NH==.

       FD  POSTING-FILE.
           COPY "CLAIM-ADJ-POSTING-RECORD.CPY"
               REPLACING ==:PFX:== BY ==PO==.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PO==.

      *    Every reversal posted, in the postings layout, kept
      *    across runs for the provider payment cycle
       FD  REVERSAL-LOG-FILE.
           COPY "CLAIM-ADJ-POSTING-RECORD.CPY"
               REPLACING ==:PFX:== BY ==RV==.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-ORIGINAL-CLAIM-ID PIC 9(12).
           05  RJ-FREQUENCY-CODE   PIC X(1).
           05  RJ-REASON-CODE      PIC X(4).
           05  RJ-REASON-TEXT      PIC X(40).
           05  RJ-ADJUSTMENT-DATE  PIC 9(8).
           05  RJ-ADJUST-REASON    PIC X(4).
           05  RJ-REPLACEMENT-ID   PIC X(12).

       SD  CHAIN-SORT-FILE.
           COPY "CLAIM-ADJUSTMENT-RECORD.CPY"
               REPLACING ==:PFX:== BY ==CS==.

      *    One L line per link of a correction chain in posting
      *    order, then a T line with where the chain stands now
       FD  CHAIN-REPORT-FILE.
       01  CHAIN-REPORT-RECORD.
           05  CR-ROOT-CLAIM-ID    PIC 9(12).
           05  CR-LINE-TYPE        PIC X(1).
           05  CR-LINK-DETAIL.
               10  CR-LINK-NUMBER      PIC 9(3).
               10  CR-ORIGINAL-CLAIM-ID PIC 9(12).
               10  CR-FREQUENCY-CODE   PIC X(1).
               10  CR-REASON-CODE      PIC X(4).
               10  CR-REPLACEMENT-ID   PIC 9(12).
               10  CR-ADJUSTMENT-DATE  PIC 9(8).
               10  CR-POSTED-DATE      PIC 9(8).
               10  CR-ORIGINAL-PAID    PIC 9(7)V99.
               10  CR-REPLACEMENT-PAID PIC 9(7)V99.
               10  CR-PAID-CHANGE      PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  CR-CHAIN-TOTAL REDEFINES CR-LINK-DETAIL.
               10  CR-LINK-COUNT       PIC 9(3).
               10  CR-FIRST-PAID       PIC 9(7)V99.
               10  CR-CURRENT-CLAIM-ID PIC 9(12).
               10  CR-CURRENT-PAID     PIC 9(7)V99.
               10  CR-NET-PAID-CHANGE  PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
               10  CR-CHAIN-STATUS     PIC X(8).
               10  FILLER              PIC X(25).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
      *    Field view of whichever claim image is being looked at
           COPY "CLAIM-RECORD.CPY".

      *    Working copy of a history row being built or read back
           COPY "CLAIM-ADJUSTMENT-RECORD.CPY"
               REPLACING ==:PFX:== BY ==WH==.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-CLAIM-FILE-NAME      PIC X(40).
       01  WS-GROSS-SOURCE         PIC X VALUE 'L'.
           88  GROSS-FROM-LIVE     VALUE 'L'.
           88  GROSS-FROM-PREADJ   VALUE 'P'.

      *    Feed sequence of the correction being read
       01  WS-SEQUENCE             PIC 9(9) VALUE ZERO.
       01  WS-SCREEN-REASON        PIC X(4).

      *    Claim-id control break over the validation sort
       01  WS-VAL-BREAK.
           05  WS-VAL-CLAIM-ID     PIC 9(12).
           05  WS-VAL-ROOT         PIC 9(12).
       01  WS-VAL-ACTIVE           PIC X VALUE 'N'.
           88  VAL-ACTIVE          VALUE 'Y'.
       01  WS-VAL-PRESENT          PIC X VALUE 'N'.
           88  VAL-PRESENT         VALUE 'Y'.
       01  WS-VAL-CORRECTED        PIC X VALUE 'N'.
           88  VAL-CORRECTED       VALUE 'Y'.

      *    Decisions gathered for the correction being released
       01  WS-DEC-ACCEPTED         PIC X VALUE 'N'.
           88  DEC-ACCEPTED        VALUE 'Y'.
       01  WS-DEC-REJECTED         PIC X VALUE 'N'.
           88  DEC-REJECTED        VALUE 'Y'.
       01  WS-DEC-REASON           PIC X(4).
       01  WS-DEC-ROOT             PIC 9(12).

      *    Claim-id control break over the posting sort; IMAGE-TYPE
      *    is the entry type the claim image came from
       01  WS-GRP-BREAK.
           05  WS-GRP-CLAIM-ID     PIC 9(12).
           05  WS-GRP-IMAGE        PIC X(150).
           05  WS-GRP-IMAGE-TYPE   PIC X(1).
           05  WS-GRP-HISTORY      PIC X(204).
       01  WS-GRP-ACTIVE           PIC X VALUE 'N'.
           88  GRP-ACTIVE          VALUE 'Y'.
       01  WS-GRP-CORRECTED        PIC X VALUE 'N'.
           88  GRP-CORRECTED       VALUE 'Y'.
       01  WS-GRP-CORRECTED-TODAY  PIC X VALUE 'N'.
           88  GRP-CORRECTED-TODAY VALUE 'Y'.

      *    Root-claim control break over the chain report sort
       01  WS-CHAIN-BREAK.
           05  WS-CHAIN-ROOT       PIC 9(12).
           05  WS-CHAIN-LINKS      PIC 9(3).
           05  WS-CHAIN-FIRST-PAID PIC 9(7)V99.
           05  WS-CHAIN-CURRENT-ID PIC 9(12).
           05  WS-CHAIN-CURRENT-PAID PIC 9(7)V99.
           05  WS-CHAIN-STATUS     PIC X(8).
       01  WS-CHAIN-ACTIVE         PIC X VALUE 'N'.
           88  CHAIN-ACTIVE        VALUE 'Y'.
       01  WS-LINK-REPLACEMENT-PAID PIC 9(7)V99.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-HISTORY-READ     PIC 9(9) VALUE ZERO.
           05  WS-ADJUSTMENTS-READ PIC 9(9) VALUE ZERO.
           05  WS-REPLACEMENTS-ACCEPTED PIC 9(9) VALUE ZERO.
           05  WS-VOIDS-ACCEPTED   PIC 9(9) VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-REJECT-FORMAT    PIC 9(9) VALUE ZERO.
           05  WS-REJECT-ADJUSTED  PIC 9(9) VALUE ZERO.
           05  WS-REJECT-NOT-FOUND PIC 9(9) VALUE ZERO.
           05  WS-REJECT-DUP-ID    PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-REVERSED  PIC 9(9) VALUE ZERO.
           05  WS-REPLACEMENTS-POSTED PIC 9(9) VALUE ZERO.
           05  WS-HELD-OFF         PIC 9(9) VALUE ZERO.
           05  WS-NET-CLAIMS       PIC 9(9) VALUE ZERO.
           05  WS-DUP-CLAIM-IDS    PIC 9(9) VALUE ZERO.
           05  WS-CHAINS-REPORTED  PIC 9(9) VALUE ZERO.
       01  WS-PAID-REVERSED        PIC 9(11)V99 VALUE ZERO.
       01  WS-PAID-POSTED          PIC 9(11)V99 VALUE ZERO.
       01  WS-NET-PAID-CHANGE      PIC S9(11)V99 VALUE ZERO.

      *    Extract control totals; hashes are paid cents
       01  WS-PA-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-PA-HASH              PIC 9(15) VALUE ZERO.
       01  WS-NH-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NH-HASH              PIC 9(15) VALUE ZERO.
       01  WS-PO-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-PO-HASH              PIC 9(15) VALUE ZERO.
       01  WS-PREADJ-DATA-COUNT    PIC 9(9) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-CLAIMS          PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-HISTORY         PIC X VALUE 'N'.
               88  END-OF-HISTORY  VALUE 'Y'.
           05  EOF-ADJUSTMENTS     PIC X VALUE 'N'.
               88  END-OF-ADJUSTMENTS VALUE 'Y'.
           05  EOF-VAL-SORT        PIC X VALUE 'N'.
               88  END-OF-VAL-SORT VALUE 'Y'.
           05  EOF-DECISIONS       PIC X VALUE 'N'.
               88  END-OF-DECISIONS VALUE 'Y'.
           05  EOF-POST-SORT       PIC X VALUE 'N'.
               88  END-OF-POST-SORT VALUE 'Y'.
           05  EOF-NET             PIC X VALUE 'N'.
               88  END-OF-NET      VALUE 'Y'.
           05  EOF-PREADJ          PIC X VALUE 'N'.
               88  END-OF-PREADJ   VALUE 'Y'.
           05  EOF-CHAIN-SORT      PIC X VALUE 'N'.
               88  END-OF-CHAIN-SORT VALUE 'Y'.
       01  WS-ADJUSTMENTS-FLAG     PIC X VALUE 'N'.
           88  ADJUSTMENTS-PRESENT VALUE 'Y'.
       01  WS-HISTORY-FLAG         PIC X VALUE 'N'.
           88  HISTORY-PRESENT     VALUE 'Y'.
       01  WS-PREADJ-HDR-FLAG      PIC X VALUE 'N'.
           88  PREADJ-HDR-TODAY    VALUE 'Y'.
       01  WS-PREADJ-TRL-FLAG      PIC X VALUE 'N'.
           88  PREADJ-TRL-GOOD     VALUE 'Y'.

       01  WS-PARAM-STATUS         PIC XX.
       01  WS-PREADJ-STATUS        PIC XX.
       01  WS-ADJUSTMENT-STATUS    PIC XX.
       01  WS-HISTORY-STATUS       PIC XX.
       01  WS-DECISION-STATUS      PIC XX.
       01  WS-DECISION-SEQ-STATUS  PIC XX.
       01  WS-NET-CLAIM-STATUS     PIC XX.
       01  WS-NEW-HISTORY-STATUS   PIC XX.
       01  WS-REVERSAL-LOG-STATUS  PIC XX.

      *    Bad open on the claims file aborts with RETURN-CODE 8 so
      *    the calling driver job can stop the chain - nothing can
      *    be netted without it
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM SELECT-GROSS-SOURCE
           PERFORM CHECK-INPUT-FILES
           IF NOT OPEN-FAILED
               IF ADJUSTMENTS-PRESENT OR HISTORY-PRESENT
                   SORT VALIDATE-SORT-FILE
                       ON ASCENDING KEY VS-CLAIM-ID VS-ENTRY-TYPE
                                        VS-SEQUENCE
                       INPUT PROCEDURE IS RELEASE-VALIDATION-KEYS
                       OUTPUT PROCEDURE IS JUDGE-CORRECTIONS
                   SORT DECISION-SORT-FILE
                       ON ASCENDING KEY DS-SEQUENCE DS-RESULT
                       USING DECISION-FILE
                       GIVING DECISION-SEQ-FILE
                   SORT POST-SORT-FILE
                       ON ASCENDING KEY PS-CLAIM-ID PS-ENTRY-TYPE
                                        PS-SEQUENCE
                       INPUT PROCEDURE IS RELEASE-POSTING-ENTRIES
                       OUTPUT PROCEDURE IS POST-NET-CLAIMS
                   PERFORM REPLACE-ACTIVE-CLAIMS
                   SORT CHAIN-SORT-FILE
                       ON ASCENDING KEY CS-ROOT-CLAIM-ID
                                        CS-POSTED-DATE
                                        CS-ORIGINAL-CLAIM-ID
                       INPUT PROCEDURE IS RELEASE-HISTORY-CHAINS
                       OUTPUT PROCEDURE IS WRITE-CHAIN-REPORT
               ELSE
                   PERFORM WRITE-EMPTY-OUTPUTS
               END-IF
               PERFORM WRITE-ADJUSTMENT-REPORT
               IF WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver corrections post as of the cycle's
      *    business date; run standalone, as of the run date
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

       SELECT-GROSS-SOURCE.
      *    A complete pre-adjustment copy taken for this business
      *    date means CLAIMS.DAT has already been netted today -
      *    net again from the copy so a rerun posts the same result
           MOVE 'CLAIMS.DAT' TO WS-CLAIM-FILE-NAME
           OPEN INPUT PREADJ-FILE
           IF WS-PREADJ-STATUS = '00'
               READ PREADJ-FILE
                   AT END SET END-OF-PREADJ TO TRUE
               END-READ
               IF NOT END-OF-PREADJ AND
                  PA-H-RECORD-TYPE = 'HDR' AND
                  PA-H-PROGRAM = 'CLAIM-ADJUST-POST' AND
                  PA-H-RUN-DATE = WS-BUSINESS-DATE
                   SET PREADJ-HDR-TODAY TO TRUE
               END-IF
               PERFORM UNTIL END-OF-PREADJ OR NOT PREADJ-HDR-TODAY
                   READ PREADJ-FILE
                       AT END SET END-OF-PREADJ TO TRUE
                       NOT AT END
                           IF PA-T-RECORD-TYPE = 'TRL'
                               IF PA-T-RECORD-COUNT =
                                  WS-PREADJ-DATA-COUNT
                                   SET PREADJ-TRL-GOOD TO TRUE
                               END-IF
                           ELSE
                               ADD 1 TO WS-PREADJ-DATA-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREADJ-FILE
           END-IF
           IF PREADJ-HDR-TODAY AND PREADJ-TRL-GOOD
               MOVE 'CLAIMS-PREADJ.DAT' TO WS-CLAIM-FILE-NAME
               SET GROSS-FROM-PREADJ TO TRUE
               DISPLAY 'CLAIMS ALREADY NETTED FOR ' WS-BUSINESS-DATE
                   ' - NETTING AGAIN FROM CLAIMS-PREADJ.DAT'
           END-IF.

       CHECK-INPUT-FILES.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ' WS-CLAIM-FILE-NAME
                   ' - STATUS ' WS-CLAIM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               CLOSE CLAIM-FILE
           END-IF
      *    Both the day's corrections and the history are optional -
      *    a day with neither leaves the claims file as delivered
      *    Source: CLAIMS-ADJUDICATION.ADJUSTMENT-FEED
           IF NOT OPEN-FAILED
               OPEN INPUT ADJUSTMENT-FILE
               IF WS-ADJUSTMENT-STATUS = '00'
                   SET ADJUSTMENTS-PRESENT TO TRUE
                   CLOSE ADJUSTMENT-FILE
               ELSE
                   DISPLAY 'CLAIM-ADJUSTMENTS.DAT NOT FOUND - '
                       'NO NEW CORRECTIONS TODAY'
               END-IF
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS = '00'
                   SET HISTORY-PRESENT TO TRUE
                   CLOSE HISTORY-FILE
               ELSE
                   DISPLAY 'CLAIM-ADJ-HISTORY.DAT NOT FOUND - '
                       'STARTING THE ADJUSTMENT HISTORY'
               END-IF
           END-IF.

       READ-GROSS-CLAIM.
      *    Next claim line, past any control records on the copy
           READ CLAIM-FILE
               AT END SET END-OF-CLAIMS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-CLAIMS OR
                        (CLAIM-LINE(1:3) NOT = 'HDR' AND
                         CLAIM-LINE(1:3) NOT = 'TRL')
               READ CLAIM-FILE
                   AT END SET END-OF-CLAIMS TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-CLAIMS
               MOVE CLAIM-LINE TO CLAIM-RECORD
           END-IF.

       READ-HISTORY.
           READ HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ
           PERFORM UNTIL END-OF-HISTORY OR
                        (OH-ADJUSTMENT-RECORD(1:3) NOT = 'HDR' AND
                         OH-ADJUSTMENT-RECORD(1:3) NOT = 'TRL')
               READ HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM.

       READ-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END SET END-OF-ADJUSTMENTS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-ADJUSTMENTS OR
                        (CA-ADJUSTMENT-RECORD(1:3) NOT = 'HDR' AND
                         CA-ADJUSTMENT-RECORD(1:3) NOT = 'TRL')
               READ ADJUSTMENT-FILE
                   AT END SET END-OF-ADJUSTMENTS TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-ADJUSTMENTS
               ADD 1 TO WS-SEQUENCE
           END-IF.

       RELEASE-VALIDATION-KEYS.
      *    Claim ids on the active file, the replacements and
      *    corrections already posted, and the day's corrections
      *    all go into one claim-order sort so each correction can
      *    be proved against what it corrects
           MOVE 'N' TO EOF-CLAIMS
           OPEN INPUT CLAIM-FILE
           PERFORM READ-GROSS-CLAIM
           PERFORM UNTIL END-OF-CLAIMS
               ADD 1 TO WS-CLAIMS-READ
               IF CLAIM-ID IS NUMERIC
                   MOVE CLAIM-ID TO VS-CLAIM-ID
                   MOVE '1' TO VS-ENTRY-TYPE
                   MOVE ZERO TO VS-SEQUENCE
                   MOVE ZERO TO VS-ROOT-CLAIM-ID
                   MOVE SPACES TO VS-REJECT-REASON
                   RELEASE VALIDATE-SORT-RECORD
               END-IF
               PERFORM READ-GROSS-CLAIM
           END-PERFORM
           CLOSE CLAIM-FILE
           IF HISTORY-PRESENT
               MOVE 'N' TO EOF-HISTORY
               OPEN INPUT HISTORY-FILE
               PERFORM READ-HISTORY
               PERFORM UNTIL END-OF-HISTORY
                   ADD 1 TO WS-HISTORY-READ
                   MOVE OH-ORIGINAL-CLAIM-ID TO VS-CLAIM-ID
                   MOVE '3' TO VS-ENTRY-TYPE
                   MOVE ZERO TO VS-SEQUENCE
                   MOVE OH-ROOT-CLAIM-ID TO VS-ROOT-CLAIM-ID
                   MOVE SPACES TO VS-REJECT-REASON
                   RELEASE VALIDATE-SORT-RECORD
                   IF OH-REPLACEMENT
                       MOVE OH-REPLACEMENT-CLAIM-ID TO VS-CLAIM-ID
                       MOVE '2' TO VS-ENTRY-TYPE
                       RELEASE VALIDATE-SORT-RECORD
                   END-IF
                   PERFORM READ-HISTORY
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           IF ADJUSTMENTS-PRESENT
               MOVE 'N' TO EOF-ADJUSTMENTS
               MOVE ZERO TO WS-SEQUENCE
               OPEN INPUT ADJUSTMENT-FILE
               PERFORM READ-ADJUSTMENT
               PERFORM UNTIL END-OF-ADJUSTMENTS
                   ADD 1 TO WS-ADJUSTMENTS-READ
                   PERFORM SCREEN-CORRECTION
                   IF WS-SCREEN-REASON = 'NOID'
                       MOVE ZERO TO VS-CLAIM-ID
                   ELSE
                       MOVE CA-ORIGINAL-CLAIM-ID TO VS-CLAIM-ID
                   END-IF
                   MOVE '4' TO VS-ENTRY-TYPE
                   MOVE WS-SEQUENCE TO VS-SEQUENCE
                   MOVE ZERO TO VS-ROOT-CLAIM-ID
                   MOVE WS-SCREEN-REASON TO VS-REJECT-REASON
                   RELEASE VALIDATE-SORT-RECORD
                   IF WS-SCREEN-REASON = SPACES AND CA-REPLACEMENT
                       MOVE CA-REPLACEMENT-CLAIM-ID TO VS-CLAIM-ID
                       MOVE '5' TO VS-ENTRY-TYPE
                       RELEASE VALIDATE-SORT-RECORD
                   END-IF
                   PERFORM READ-ADJUSTMENT
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
           END-IF.

       SCREEN-CORRECTION.
      *    Field edits that need nothing but the correction itself
           MOVE SPACES TO WS-SCREEN-REASON
           EVALUATE TRUE
               WHEN CA-ORIGINAL-CLAIM-ID IS NOT NUMERIC OR
                    CA-ORIGINAL-CLAIM-ID = ZERO
                   MOVE 'NOID' TO WS-SCREEN-REASON
               WHEN NOT CA-REPLACEMENT AND NOT CA-VOID
                   MOVE 'FREQ' TO WS-SCREEN-REASON
               WHEN CA-REASON-CODE = SPACES
                   MOVE 'RSN ' TO WS-SCREEN-REASON
               WHEN CA-REPLACEMENT AND
                    (CA-REPLACEMENT-CLAIM-ID IS NOT NUMERIC OR
                     CA-REPLACEMENT-CLAIM-ID = ZERO OR
                     CA-REPLACEMENT-CLAIM-ID = CA-ORIGINAL-CLAIM-ID)
                   MOVE 'RPID' TO WS-SCREEN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       JUDGE-CORRECTIONS.
      *    Per claim id: a correction posts only against a claim
      *    that is on the active file or was itself posted as a
      *    replacement, and only once - the next correction must
      *    name the replacement. A correction received today for a
      *    replacement received today is refused; it posts the day
      *    after its replacement has. A replacement may not reuse a
      *    claim id already in use.
           OPEN OUTPUT DECISION-FILE
           RETURN VALIDATE-SORT-FILE
               AT END SET END-OF-VAL-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-VAL-SORT
               IF NOT VAL-ACTIVE OR
                  VS-CLAIM-ID NOT = WS-VAL-CLAIM-ID
                   SET VAL-ACTIVE TO TRUE
                   MOVE VS-CLAIM-ID TO WS-VAL-CLAIM-ID
                   MOVE VS-CLAIM-ID TO WS-VAL-ROOT
                   MOVE 'N' TO WS-VAL-PRESENT
                   MOVE 'N' TO WS-VAL-CORRECTED
               END-IF
               EVALUATE VS-ENTRY-TYPE
                   WHEN '1'
                       SET VAL-PRESENT TO TRUE
                   WHEN '2'
                       SET VAL-PRESENT TO TRUE
                       MOVE VS-ROOT-CLAIM-ID TO WS-VAL-ROOT
                   WHEN '3'
                       SET VAL-CORRECTED TO TRUE
                   WHEN '4'
                       PERFORM JUDGE-ONE-CORRECTION
                   WHEN '5'
                       IF VAL-PRESENT
                           MOVE VS-SEQUENCE TO DC-SEQUENCE
                           MOVE 'J' TO DC-RESULT
                           MOVE 'DUPR' TO DC-REASON
                           MOVE ZERO TO DC-ROOT-CLAIM-ID
                           WRITE DECISION-RECORD
                       END-IF
                       SET VAL-PRESENT TO TRUE
               END-EVALUATE
               RETURN VALIDATE-SORT-FILE
                   AT END SET END-OF-VAL-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE DECISION-FILE.

       JUDGE-ONE-CORRECTION.
           MOVE VS-SEQUENCE TO DC-SEQUENCE
           MOVE WS-VAL-ROOT TO DC-ROOT-CLAIM-ID
           MOVE 'J' TO DC-RESULT
           EVALUATE TRUE
               WHEN VS-REJECT-REASON NOT = SPACES
                   MOVE VS-REJECT-REASON TO DC-REASON
               WHEN VAL-CORRECTED
                   MOVE 'ADJD' TO DC-REASON
               WHEN NOT VAL-PRESENT
                   MOVE 'NOTF' TO DC-REASON
               WHEN OTHER
                   MOVE 'A' TO DC-RESULT
                   MOVE SPACES TO DC-REASON
                   SET VAL-CORRECTED TO TRUE
           END-EVALUATE
           WRITE DECISION-RECORD.

       RELEASE-POSTING-ENTRIES.
      *    Second pass: the claims as delivered (copied aside to
      *    CLAIMS-PREADJ.DAT unless they already came from there),
      *    the history carried forward and the corrections that
      *    passed, all in claim order for the netting
           MOVE 'N' TO EOF-CLAIMS
           OPEN INPUT CLAIM-FILE
           IF GROSS-FROM-LIVE
               OPEN OUTPUT PREADJ-FILE
               MOVE 'HDR' TO PA-H-RECORD-TYPE
               MOVE 'CLAIM-ADJUST-POST' TO PA-H-PROGRAM
               MOVE WS-BUSINESS-DATE TO PA-H-RUN-DATE
               MOVE 'CLAIMS AS DELIVERED' TO PA-H-PERIOD
               WRITE PA-HEADER-RECORD
           END-IF
           PERFORM READ-GROSS-CLAIM
           PERFORM UNTIL END-OF-CLAIMS
               IF CLAIM-ID IS NUMERIC
                   MOVE CLAIM-ID TO PS-CLAIM-ID
               ELSE
                   MOVE ZERO TO PS-CLAIM-ID
               END-IF
               MOVE '1' TO PS-ENTRY-TYPE
               MOVE ZERO TO PS-SEQUENCE
               MOVE CLAIM-LINE TO PS-CLAIM-IMAGE
               MOVE SPACES TO PS-HISTORY-IMAGE
               RELEASE POST-SORT-RECORD
               IF GROSS-FROM-LIVE
                   WRITE PREADJ-LINE FROM CLAIM-LINE
                   ADD 1 TO WS-PA-REC-COUNT
                   IF PAID-AMOUNT IS NUMERIC
                       COMPUTE WS-PA-HASH = WS-PA-HASH +
                           (PAID-AMOUNT * 100)
                   END-IF
               END-IF
               PERFORM READ-GROSS-CLAIM
           END-PERFORM
           CLOSE CLAIM-FILE
           IF GROSS-FROM-LIVE
               MOVE 'TRL' TO PA-T-RECORD-TYPE
               MOVE WS-PA-REC-COUNT TO PA-T-RECORD-COUNT
               MOVE WS-PA-HASH TO PA-T-HASH-TOTAL
               WRITE PA-TRAILER-RECORD
               CLOSE PREADJ-FILE
           END-IF
           IF HISTORY-PRESENT
               MOVE 'N' TO EOF-HISTORY
               OPEN INPUT HISTORY-FILE
               PERFORM READ-HISTORY
               PERFORM UNTIL END-OF-HISTORY
                   MOVE OH-ORIGINAL-CLAIM-ID TO PS-CLAIM-ID
                   MOVE '4' TO PS-ENTRY-TYPE
                   MOVE ZERO TO PS-SEQUENCE
                   MOVE SPACES TO PS-CLAIM-IMAGE
                   MOVE OH-ADJUSTMENT-RECORD TO PS-HISTORY-IMAGE
                   RELEASE POST-SORT-RECORD
                   IF OH-REPLACEMENT
                       MOVE OH-REPLACEMENT-CLAIM-ID TO PS-CLAIM-ID
                       MOVE '2' TO PS-ENTRY-TYPE
                       MOVE OH-REPLACEMENT-IMAGE TO PS-CLAIM-IMAGE
                       RELEASE POST-SORT-RECORD
                   END-IF
                   PERFORM READ-HISTORY
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF ADJUSTMENTS-PRESENT
               PERFORM RELEASE-TODAYS-CORRECTIONS
           END-IF
           CLOSE REJECT-FILE.

       RELEASE-TODAYS-CORRECTIONS.
      *    The day's feed again in its own order, matched to the
      *    decisions by feed sequence
           OPEN INPUT DECISION-SEQ-FILE
           READ DECISION-SEQ-FILE
               AT END SET END-OF-DECISIONS TO TRUE
           END-READ
           MOVE 'N' TO EOF-ADJUSTMENTS
           MOVE ZERO TO WS-SEQUENCE
           OPEN INPUT ADJUSTMENT-FILE
           PERFORM READ-ADJUSTMENT
           PERFORM UNTIL END-OF-ADJUSTMENTS
               PERFORM GATHER-DECISIONS
               IF DEC-ACCEPTED AND NOT DEC-REJECTED
                   PERFORM RELEASE-ONE-CORRECTION
               ELSE
                   PERFORM WRITE-REJECT
               END-IF
               PERFORM READ-ADJUSTMENT
           END-PERFORM
           CLOSE ADJUSTMENT-FILE
           CLOSE DECISION-SEQ-FILE.

       GATHER-DECISIONS.
           MOVE 'N' TO WS-DEC-ACCEPTED
           MOVE 'N' TO WS-DEC-REJECTED
           MOVE 'NOTF' TO WS-DEC-REASON
           MOVE ZERO TO WS-DEC-ROOT
           PERFORM UNTIL END-OF-DECISIONS OR
                        DQ-SEQUENCE >= WS-SEQUENCE
               READ DECISION-SEQ-FILE
                   AT END SET END-OF-DECISIONS TO TRUE
               END-READ
           END-PERFORM
           PERFORM UNTIL END-OF-DECISIONS OR
                        DQ-SEQUENCE NOT = WS-SEQUENCE
               IF DQ-RESULT = 'A'
                   SET DEC-ACCEPTED TO TRUE
                   MOVE DQ-ROOT-CLAIM-ID TO WS-DEC-ROOT
               ELSE
                   IF NOT DEC-REJECTED
                       SET DEC-REJECTED TO TRUE
                       MOVE DQ-REASON TO WS-DEC-REASON
                   END-IF
               END-IF
               READ DECISION-SEQ-FILE
                   AT END SET END-OF-DECISIONS TO TRUE
               END-READ
           END-PERFORM.

       RELEASE-ONE-CORRECTION.
      *    The correction goes in under the claim it corrects with
      *    its history row built; a replacement also goes in under
      *    its own claim id carrying the replacement image
           MOVE CA-ADJUSTMENT-RECORD TO WH-ADJUSTMENT-RECORD
           MOVE WS-DEC-ROOT TO WH-ROOT-CLAIM-ID
           MOVE ZERO TO WH-ORIGINAL-PAID
           MOVE WS-BUSINESS-DATE TO WH-POSTED-DATE
           IF WH-VOID
               MOVE SPACES TO WH-REPLACEMENT-IMAGE
               ADD 1 TO WS-VOIDS-ACCEPTED
           ELSE
               ADD 1 TO WS-REPLACEMENTS-ACCEPTED
           END-IF
           MOVE CA-ORIGINAL-CLAIM-ID TO PS-CLAIM-ID
           MOVE '5' TO PS-ENTRY-TYPE
           MOVE WS-SEQUENCE TO PS-SEQUENCE
           MOVE SPACES TO PS-CLAIM-IMAGE
           MOVE WH-ADJUSTMENT-RECORD TO PS-HISTORY-IMAGE
           RELEASE POST-SORT-RECORD
           IF CA-REPLACEMENT
               MOVE CA-REPLACEMENT-CLAIM-ID TO PS-CLAIM-ID
               MOVE '3' TO PS-ENTRY-TYPE
               MOVE CA-REPLACEMENT-IMAGE TO PS-CLAIM-IMAGE
               RELEASE POST-SORT-RECORD
           END-IF.

       WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE CA-ORIGINAL-CLAIM-ID TO RJ-ORIGINAL-CLAIM-ID
           MOVE CA-FREQUENCY-CODE TO RJ-FREQUENCY-CODE
           MOVE WS-DEC-REASON TO RJ-REASON-CODE
           MOVE CA-ADJUSTMENT-DATE TO RJ-ADJUSTMENT-DATE
           MOVE CA-REASON-CODE TO RJ-ADJUST-REASON
           MOVE CA-REPLACEMENT-IMAGE(1:12) TO RJ-REPLACEMENT-ID
           EVALUATE WS-DEC-REASON
               WHEN 'NOID'
                   ADD 1 TO WS-REJECT-FORMAT
                   MOVE 'ORIGINAL CLAIM ID MISSING OR NOT NUMERIC'
                       TO RJ-REASON-TEXT
               WHEN 'FREQ'
                   ADD 1 TO WS-REJECT-FORMAT
                   MOVE 'FREQUENCY CODE NOT 7 OR 8'
                       TO RJ-REASON-TEXT
               WHEN 'RSN '
                   ADD 1 TO WS-REJECT-FORMAT
                   MOVE 'ADJUSTMENT REASON CODE MISSING'
                       TO RJ-REASON-TEXT
               WHEN 'RPID'
                   ADD 1 TO WS-REJECT-FORMAT
                   MOVE 'REPLACEMENT CLAIM ID MISSING OR INVALID'
                       TO RJ-REASON-TEXT
               WHEN 'ADJD'
                   ADD 1 TO WS-REJECT-ADJUSTED
                   MOVE 'CLAIM ALREADY CORRECTED OR VOIDED'
                       TO RJ-REASON-TEXT
               WHEN 'DUPR'
                   ADD 1 TO WS-REJECT-DUP-ID
                   MOVE 'REPLACEMENT CLAIM ID ALREADY IN USE'
                       TO RJ-REASON-TEXT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-NOT-FOUND
                   MOVE 'ORIGINAL CLAIM NOT ON ACTIVE FILE'
                       TO RJ-REASON-TEXT
           END-EVALUATE
           WRITE REJECT-RECORD.

       POST-NET-CLAIMS.
      *    Per claim id: a claim corrected now or on any earlier
      *    run stays off the net file; anything else is written
      *    to it. Today's corrections raise the reversal of the
      *    claim they correct, today's replacements the posting of
      *    the new claim, and every correction is written to the
      *    new history.
      *    Target: PAYER-ANALYST.CLAIMS-ADJUSTMENT.POSTINGS
           OPEN OUTPUT NET-CLAIM-FILE
           OPEN OUTPUT NEW-HISTORY-FILE
           OPEN OUTPUT POSTING-FILE
           PERFORM WRITE-POSTING-HEADERS
      *    The reversal log accumulates across runs; the first run
      *    ever finds no log and creates it
           OPEN EXTEND REVERSAL-LOG-FILE
           IF WS-REVERSAL-LOG-STATUS NOT = '00'
               OPEN OUTPUT REVERSAL-LOG-FILE
           END-IF
           RETURN POST-SORT-FILE
               AT END SET END-OF-POST-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-POST-SORT
               IF GRP-ACTIVE AND PS-CLAIM-ID NOT = WS-GRP-CLAIM-ID
                   PERFORM CLOSE-CLAIM-GROUP
               END-IF
               IF NOT GRP-ACTIVE
                   SET GRP-ACTIVE TO TRUE
                   MOVE PS-CLAIM-ID TO WS-GRP-CLAIM-ID
                   MOVE SPACES TO WS-GRP-IMAGE
                   MOVE SPACE TO WS-GRP-IMAGE-TYPE
                   MOVE SPACES TO WS-GRP-HISTORY
                   MOVE 'N' TO WS-GRP-CORRECTED
                   MOVE 'N' TO WS-GRP-CORRECTED-TODAY
               END-IF
               EVALUATE PS-ENTRY-TYPE
                   WHEN '1'
                   WHEN '2'
                   WHEN '3'
                       PERFORM HOLD-CLAIM-IMAGE
                   WHEN '4'
                       SET GRP-CORRECTED TO TRUE
                       MOVE PS-HISTORY-IMAGE TO WH-ADJUSTMENT-RECORD
                       PERFORM WRITE-HISTORY-ROW
                   WHEN '5'
                       SET GRP-CORRECTED TO TRUE
                       SET GRP-CORRECTED-TODAY TO TRUE
                       PERFORM POST-REVERSAL
               END-EVALUATE
               RETURN POST-SORT-FILE
                   AT END SET END-OF-POST-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF GRP-ACTIVE
               PERFORM CLOSE-CLAIM-GROUP
           END-IF
           PERFORM WRITE-POSTING-TRAILERS
           CLOSE NET-CLAIM-FILE
           CLOSE NEW-HISTORY-FILE
           CLOSE POSTING-FILE
           CLOSE REVERSAL-LOG-FILE.

       HOLD-CLAIM-IMAGE.
      *    The active file's own copy of a claim wins over a
      *    replacement image; a second claim line under a claim id
      *    already held goes to the net file as it stands
           IF WS-GRP-IMAGE-TYPE = SPACE
               MOVE PS-CLAIM-IMAGE TO WS-GRP-IMAGE
               MOVE PS-ENTRY-TYPE TO WS-GRP-IMAGE-TYPE
               MOVE PS-HISTORY-IMAGE TO WS-GRP-HISTORY
           ELSE
               IF PS-ENTRY-TYPE = '1'
                   ADD 1 TO WS-DUP-CLAIM-IDS
                   WRITE NET-CLAIM-LINE FROM PS-CLAIM-IMAGE
                   ADD 1 TO WS-NET-CLAIMS
               END-IF
           END-IF.

       POST-REVERSAL.
      *    The claim being corrected comes off at the amounts it was
      *    carried at; its paid amount is kept on the history row
           MOVE PS-HISTORY-IMAGE TO WH-ADJUSTMENT-RECORD
           IF WS-GRP-IMAGE-TYPE NOT = SPACE
               MOVE WS-GRP-IMAGE TO CLAIM-RECORD
               IF PAID-AMOUNT IS NUMERIC
                   MOVE PAID-AMOUNT TO WH-ORIGINAL-PAID
               END-IF
               MOVE 'R' TO PO-ENTRY-TYPE
               MOVE WH-ORIGINAL-CLAIM-ID TO PO-ORIGINAL-CLAIM-ID
               MOVE WH-FREQUENCY-CODE TO PO-FREQUENCY-CODE
               MOVE WH-REASON-CODE TO PO-REASON-CODE
               MOVE WS-BUSINESS-DATE TO PO-POSTED-DATE
               MOVE WS-GRP-IMAGE TO PO-CLAIM-IMAGE
               PERFORM WRITE-POSTING
               MOVE PO-POSTING-RECORD TO RV-POSTING-RECORD
               WRITE RV-POSTING-RECORD
               ADD 1 TO WS-CLAIMS-REVERSED
               ADD WH-ORIGINAL-PAID TO WS-PAID-REVERSED
           END-IF
           PERFORM WRITE-HISTORY-ROW.

       CLOSE-CLAIM-GROUP.
           IF WS-GRP-IMAGE-TYPE NOT = SPACE
               IF GRP-CORRECTED
                   IF NOT GRP-CORRECTED-TODAY
                       ADD 1 TO WS-HELD-OFF
                   END-IF
               ELSE
                   WRITE NET-CLAIM-LINE FROM WS-GRP-IMAGE
                   ADD 1 TO WS-NET-CLAIMS
                   IF WS-GRP-IMAGE-TYPE = '3'
                       PERFORM POST-REPLACEMENT
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-GRP-ACTIVE.

       POST-REPLACEMENT.
           MOVE WS-GRP-HISTORY TO WH-ADJUSTMENT-RECORD
           MOVE WS-GRP-IMAGE TO CLAIM-RECORD
           MOVE 'P' TO PO-ENTRY-TYPE
           MOVE WH-ORIGINAL-CLAIM-ID TO PO-ORIGINAL-CLAIM-ID
           MOVE WH-FREQUENCY-CODE TO PO-FREQUENCY-CODE
           MOVE WH-REASON-CODE TO PO-REASON-CODE
           MOVE WS-BUSINESS-DATE TO PO-POSTED-DATE
           MOVE WS-GRP-IMAGE TO PO-CLAIM-IMAGE
           PERFORM WRITE-POSTING
           ADD 1 TO WS-REPLACEMENTS-POSTED
           IF PAID-AMOUNT IS NUMERIC
               ADD PAID-AMOUNT TO WS-PAID-POSTED
           END-IF.

       WRITE-POSTING.
           WRITE PO-POSTING-RECORD
           ADD 1 TO WS-PO-REC-COUNT
           IF PAID-AMOUNT IS NUMERIC
               COMPUTE WS-PO-HASH = WS-PO-HASH +
                   (PAID-AMOUNT * 100)
           END-IF.

       WRITE-HISTORY-ROW.
           MOVE WH-ADJUSTMENT-RECORD TO NH-ADJUSTMENT-RECORD
           WRITE NH-ADJUSTMENT-RECORD
           ADD 1 TO WS-NH-REC-COUNT
           COMPUTE WS-NH-HASH = WS-NH-HASH +
               (NH-ORIGINAL-PAID * 100).

       WRITE-POSTING-HEADERS.
           MOVE 'HDR' TO NH-H-RECORD-TYPE
           MOVE 'CLAIM-ADJUST-POST' TO NH-H-PROGRAM
           MOVE WS-BUSINESS-DATE TO NH-H-RUN-DATE
           MOVE 'YEAR TO DATE' TO NH-H-PERIOD
           WRITE NH-HEADER-RECORD
           MOVE 'HDR' TO PO-H-RECORD-TYPE
           MOVE 'CLAIM-ADJUST-POST' TO PO-H-PROGRAM
           MOVE WS-BUSINESS-DATE TO PO-H-RUN-DATE
           MOVE 'DAILY POSTINGS' TO PO-H-PERIOD
           WRITE PO-HEADER-RECORD.

       WRITE-POSTING-TRAILERS.
           MOVE 'TRL' TO NH-T-RECORD-TYPE
           MOVE WS-NH-REC-COUNT TO NH-T-RECORD-COUNT
           MOVE WS-NH-HASH TO NH-T-HASH-TOTAL
           WRITE NH-TRAILER-RECORD
           MOVE 'TRL' TO PO-T-RECORD-TYPE
           MOVE WS-PO-REC-COUNT TO PO-T-RECORD-COUNT
           MOVE WS-PO-HASH TO PO-T-HASH-TOTAL
           WRITE PO-TRAILER-RECORD.

       WRITE-EMPTY-OUTPUTS.
      *    Nothing to net - the postings and history still go out
      *    empty so no job picks up a prior day's entries
           OPEN OUTPUT NEW-HISTORY-FILE
           OPEN OUTPUT POSTING-FILE
           PERFORM WRITE-POSTING-HEADERS
           PERFORM WRITE-POSTING-TRAILERS
           CLOSE NEW-HISTORY-FILE
           CLOSE POSTING-FILE
           OPEN OUTPUT REJECT-FILE
           CLOSE REJECT-FILE
           OPEN OUTPUT CHAIN-REPORT-FILE
           CLOSE CHAIN-REPORT-FILE.

       REPLACE-ACTIVE-CLAIMS.
      *    The net claims become CLAIMS.DAT for the rest of the
      *    chain; the claims as delivered stay on CLAIMS-PREADJ.DAT
           OPEN INPUT NET-CLAIM-FILE
           IF WS-NET-CLAIM-STATUS = '00'
               OPEN OUTPUT LIVE-CLAIM-FILE
               PERFORM UNTIL END-OF-NET
                   READ NET-CLAIM-FILE
                       AT END SET END-OF-NET TO TRUE
                       NOT AT END
                           WRITE LIVE-CLAIM-LINE FROM NET-CLAIM-LINE
                   END-READ
               END-PERFORM
               CLOSE LIVE-CLAIM-FILE
               CLOSE NET-CLAIM-FILE
           END-IF.

       RELEASE-HISTORY-CHAINS.
           OPEN INPUT NEW-HISTORY-FILE
           IF WS-NEW-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-NEW-HISTORY-STATUS NOT = '00'
                   READ NEW-HISTORY-FILE
                       AT END MOVE '10' TO WS-NEW-HISTORY-STATUS
                       NOT AT END
                           IF NH-ADJUSTMENT-RECORD(1:3) NOT = 'HDR'
                              AND NH-ADJUSTMENT-RECORD(1:3)
                                  NOT = 'TRL'
                               MOVE NH-ADJUSTMENT-RECORD
                                   TO CS-ADJUSTMENT-RECORD
                               RELEASE CS-ADJUSTMENT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NEW-HISTORY-FILE
           END-IF.

       WRITE-CHAIN-REPORT.
      *    Each original claim with its corrections in the order
      *    they posted, and where the chain stands now
      *    Write output to: PAYER-ANALYST.CLAIMS-ADJUSTMENT.CHAINS
           OPEN OUTPUT CHAIN-REPORT-FILE
           RETURN CHAIN-SORT-FILE
               AT END SET END-OF-CHAIN-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-CHAIN-SORT
               IF CHAIN-ACTIVE AND
                  CS-ROOT-CLAIM-ID NOT = WS-CHAIN-ROOT
                   PERFORM CLOSE-CHAIN
               END-IF
               IF NOT CHAIN-ACTIVE
                   SET CHAIN-ACTIVE TO TRUE
                   MOVE CS-ROOT-CLAIM-ID TO WS-CHAIN-ROOT
                   MOVE ZERO TO WS-CHAIN-LINKS
                   MOVE CS-ORIGINAL-PAID TO WS-CHAIN-FIRST-PAID
               END-IF
               PERFORM WRITE-CHAIN-LINK
               RETURN CHAIN-SORT-FILE
                   AT END SET END-OF-CHAIN-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF CHAIN-ACTIVE
               PERFORM CLOSE-CHAIN
           END-IF
           CLOSE CHAIN-REPORT-FILE.

       WRITE-CHAIN-LINK.
           ADD 1 TO WS-CHAIN-LINKS
           MOVE ZERO TO WS-LINK-REPLACEMENT-PAID
           IF CS-REPLACEMENT
               MOVE CS-REPLACEMENT-IMAGE TO CLAIM-RECORD
               IF PAID-AMOUNT IS NUMERIC
                   MOVE PAID-AMOUNT TO WS-LINK-REPLACEMENT-PAID
               END-IF
               MOVE CS-REPLACEMENT-CLAIM-ID TO WS-CHAIN-CURRENT-ID
               MOVE 'REPLACED' TO WS-CHAIN-STATUS
           ELSE
               MOVE CS-ORIGINAL-CLAIM-ID TO WS-CHAIN-CURRENT-ID
               MOVE 'VOIDED' TO WS-CHAIN-STATUS
           END-IF
           MOVE WS-LINK-REPLACEMENT-PAID TO WS-CHAIN-CURRENT-PAID
           MOVE SPACES TO CHAIN-REPORT-RECORD
           MOVE WS-CHAIN-ROOT TO CR-ROOT-CLAIM-ID
           MOVE 'L' TO CR-LINE-TYPE
           MOVE WS-CHAIN-LINKS TO CR-LINK-NUMBER
           MOVE CS-ORIGINAL-CLAIM-ID TO CR-ORIGINAL-CLAIM-ID
           MOVE CS-FREQUENCY-CODE TO CR-FREQUENCY-CODE
           MOVE CS-REASON-CODE TO CR-REASON-CODE
           IF CS-REPLACEMENT
               MOVE CS-REPLACEMENT-CLAIM-ID TO CR-REPLACEMENT-ID
           ELSE
               MOVE ZERO TO CR-REPLACEMENT-ID
           END-IF
           MOVE CS-ADJUSTMENT-DATE TO CR-ADJUSTMENT-DATE
           MOVE CS-POSTED-DATE TO CR-POSTED-DATE
           MOVE CS-ORIGINAL-PAID TO CR-ORIGINAL-PAID
           MOVE WS-LINK-REPLACEMENT-PAID TO CR-REPLACEMENT-PAID
           COMPUTE CR-PAID-CHANGE =
               WS-LINK-REPLACEMENT-PAID - CS-ORIGINAL-PAID
           WRITE CHAIN-REPORT-RECORD.

       CLOSE-CHAIN.
           MOVE SPACES TO CHAIN-REPORT-RECORD
           MOVE WS-CHAIN-ROOT TO CR-ROOT-CLAIM-ID
           MOVE 'T' TO CR-LINE-TYPE
           MOVE WS-CHAIN-LINKS TO CR-LINK-COUNT
           MOVE WS-CHAIN-FIRST-PAID TO CR-FIRST-PAID
           MOVE WS-CHAIN-CURRENT-ID TO CR-CURRENT-CLAIM-ID
           MOVE WS-CHAIN-CURRENT-PAID TO CR-CURRENT-PAID
           COMPUTE CR-NET-PAID-CHANGE =
               WS-CHAIN-CURRENT-PAID - WS-CHAIN-FIRST-PAID
           MOVE WS-CHAIN-STATUS TO CR-CHAIN-STATUS
           WRITE CHAIN-REPORT-RECORD
           ADD 1 TO WS-CHAINS-REPORTED
           MOVE 'N' TO WS-CHAIN-ACTIVE.

       WRITE-ADJUSTMENT-REPORT.
      *    Write output to: PAYER-ANALYST.CLAIMS-ADJUSTMENT.POSTING
           COMPUTE WS-NET-PAID-CHANGE =
               WS-PAID-POSTED - WS-PAID-REVERSED
           DISPLAY '=========================================='
           DISPLAY 'CLAIM ADJUSTMENT POSTING REPORT'
           DISPLAY 'BUSINESS DATE: ' WS-BUSINESS-DATE
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'CLAIMS READ FROM ' WS-CLAIM-FILE-NAME
           DISPLAY '  Claims Read: ' WS-CLAIMS-READ
           DISPLAY 'CORRECTIONS ON HISTORY: ' WS-HISTORY-READ
           DISPLAY ' '
           DISPLAY 'CORRECTIONS RECEIVED TODAY: ' WS-ADJUSTMENTS-READ
           DISPLAY '  Replacements Posted: '
               WS-REPLACEMENTS-ACCEPTED
           DISPLAY '  Voids Posted: ' WS-VOIDS-ACCEPTED
           DISPLAY '  Rejected: ' WS-REJECTED-COUNT
           DISPLAY '    Field Edits: ' WS-REJECT-FORMAT
           DISPLAY '    Claim Already Corrected: '
               WS-REJECT-ADJUSTED
           DISPLAY '    Original Not Found: ' WS-REJECT-NOT-FOUND
           DISPLAY '    Replacement Id In Use: ' WS-REJECT-DUP-ID
           DISPLAY ' '
           DISPLAY 'NETTING:'
           DISPLAY '  Claims Reversed Today: ' WS-CLAIMS-REVERSED
           DISPLAY '  Replacement Claims Posted: '
               WS-REPLACEMENTS-POSTED
           DISPLAY '  Held Off By Earlier Corrections: '
               WS-HELD-OFF
           DISPLAY '  Net Claims Written To CLAIMS.DAT: '
               WS-NET-CLAIMS
           IF WS-DUP-CLAIM-IDS > ZERO
               DISPLAY '  Claim Lines Sharing A Claim Id: '
                   WS-DUP-CLAIM-IDS
           END-IF
           DISPLAY '  Paid Reversed: $' WS-PAID-REVERSED
           DISPLAY '  Paid Posted: $' WS-PAID-POSTED
           DISPLAY '  Net Paid Change: $' WS-NET-PAID-CHANGE
           DISPLAY ' '
           DISPLAY 'CORRECTION CHAINS REPORTED: ' WS-CHAINS-REPORTED
           DISPLAY '=========================================='
           DISPLAY 'ADJUSTMENT POSTING COMPLETE'.
