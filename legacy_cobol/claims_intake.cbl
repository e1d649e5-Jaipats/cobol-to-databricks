       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMS-INTAKE.
       AUTHOR. CLAIMS-OPERATIONS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Inbound claims intake, run at the head of the nightly
      *    chain ahead of claim adjustment posting: receives the
      *    submitters' raw claim batches on CLAIMS-INBOUND.DAT and
      *    applies the front-end edits the analytics jobs used to
      *    find only after the fact. Each batch is proved against
      *    its own trailer count and billed total the way
      *    LAB-FEED-INTAKE proves the lab vendor feed; each claim
      *    must carry valid ids, codes and dates, be inside timely
      *    filing, bill a provider on PROVIDERS.DAT, be for a
      *    member eligible on the service date per
      *    ENROLLMENT-SPANS.DAT, and not repeat a claim id already
      *    on CLAIMS.DAT. Accepted claims are stamped with the
      *    business date as CLAIM-RECEIVED-DATE, pended for
      *    adjudication and added to CLAIMS.DAT; a batch whose
      *    control totals fail is refused whole. Every batch is
      *    answered with its own acknowledgment file,
      *    CLAIMS-ACK-<submitter>-<batch>.DAT, listing each claim
      *    accepted or rejected with the reason and the last date
      *    it can be resubmitted inside timely filing. Rejected
      *    claims also go to CLAIMS-INTAKE-REJECTS.DAT for the
      *    SUSPENSE-MANAGER.
      *    The claims added are logged to CLAIMS-INTAKE-POSTED.DAT
      *    under a header carrying the business date and a trailer
      *    written only once CLAIMS.DAT is closed. A rerun on the
      *    same business date that finds a complete log takes
      *    nothing in: the day's batches are already on CLAIMS.DAT
      *    and answered, and taking them again would reject every
      *    claim as a duplicate of itself and overwrite the
      *    submitters' acknowledgments. The batch driver adds the
      *    logged count to the feed's control total when it
      *    reconciles CLAIMS.DAT on a restart or rerun. Once the log
      *    is complete CLAIMS-INBOUND.DAT is emptied, so batches left
      *    in place past their business date are not taken in, and
      *    answered, a second time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE
               ASSIGN TO "CLAIMS-INBOUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.
           SELECT PROVIDER-FILE
               ASSIGN TO "PROVIDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT ENROLLMENT-SPAN-FILE
               ASSIGN TO "ENROLLMENT-SPANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPAN-FILE-STATUS.
           SELECT LIVE-CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT SCREEN-SORT-FILE
               ASSIGN TO "INTKSCRNSORT.TMP".
           SELECT SCREENED-FILE
               ASSIGN TO "CLAIMS-INTAKE-SCREENED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT DUP-SORT-FILE
               ASSIGN TO "INTKDUPSORT.TMP".
           SELECT DECIDED-FILE
               ASSIGN TO "CLAIMS-INTAKE-DECIDED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ACK-SORT-FILE
               ASSIGN TO "INTKACKSORT.TMP".
           SELECT ACK-FILE
               ASSIGN DYNAMIC WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT REJECT-FILE
               ASSIGN TO "CLAIMS-INTAKE-REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT POSTED-FILE
               ASSIGN TO "CLAIMS-INTAKE-POSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "CLAIMS-INTAKE-CONTROL.DAT"
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
       FD  INBOUND-FILE.
      *    Submitter batches back to back: a BHD batch header naming
      *    the submitter and its batch, the batch's claims in the
      *    CLAIM-RECORD layout, then a BTR batch trailer carrying
      *    the claim count and the billed total in cents
       01  INBOUND-LINE            PIC X(150).
       01  INBOUND-BATCH-HEADER.
           05  IB-H-RECORD-TYPE    PIC X(3).
           05  IB-H-SUBMITTER-ID   PIC X(10).
           05  IB-H-BATCH-ID       PIC X(12).
           05  IB-H-CREATED-DATE   PIC X(8).
       01  INBOUND-BATCH-TRAILER.
           05  IB-T-RECORD-TYPE    PIC X(3).
           05  IB-T-CLAIM-COUNT    PIC 9(9).
           05  IB-T-BILLED-HASH    PIC 9(15).

       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           05  PROV-ID             PIC 9(8).
           05  PROV-NAME           PIC X(50).

       FD  ENROLLMENT-SPAN-FILE.
           COPY "ENROLLMENT-SPAN-RECORD.CPY".

       FD  LIVE-CLAIM-FILE.
       01  LIVE-CLAIM-LINE         PIC X(150).

      *    Claims by member and service date so the enrollment span
      *    cursor advances once through its file; a blank reason
      *    means the claim has passed every edit so far
       SD  SCREEN-SORT-FILE.
       01  SCREEN-SORT-RECORD.
           05  SS-MEMBER-ID        PIC 9(10).
           05  SS-SERVICE-DATE     PIC 9(8).
           05  SS-BATCH-SEQ        PIC 9(4).
           05  SS-CLAIM-SEQ        PIC 9(7).
           05  SS-REASON-CODE      PIC X(4).
           05  SS-REASON-TEXT      PIC X(40).
           05  SS-CLAIM-IMAGE      PIC X(150).

       FD  SCREENED-FILE.
       01  SCREENED-RECORD.
           05  SC-MEMBER-ID        PIC 9(10).
           05  SC-SERVICE-DATE     PIC 9(8).
           05  SC-BATCH-SEQ        PIC 9(4).
           05  SC-CLAIM-SEQ        PIC 9(7).
           05  SC-REASON-CODE      PIC X(4).
           05  SC-REASON-TEXT      PIC X(40).
           05  SC-CLAIM-IMAGE      PIC X(150).

      *    Claim ids in claim order: 1 a claim already on CLAIMS.DAT,
      *    2 a claim received today, in the order it was received
       SD  DUP-SORT-FILE.
       01  DUP-SORT-RECORD.
           05  DS-CLAIM-ID         PIC 9(12).
           05  DS-ENTRY-TYPE       PIC X(1).
           05  DS-BATCH-SEQ        PIC 9(4).
           05  DS-CLAIM-SEQ        PIC 9(7).
           05  DS-REASON-CODE      PIC X(4).
           05  DS-REASON-TEXT      PIC X(40).
           05  DS-CLAIM-IMAGE      PIC X(150).

       FD  DECIDED-FILE.
       01  DECIDED-RECORD.
           05  DC-BATCH-SEQ        PIC 9(4).
           05  DC-CLAIM-SEQ        PIC 9(7).
           05  DC-REASON-CODE      PIC X(4).
           05  DC-REASON-TEXT      PIC X(40).
           05  DC-CLAIM-IMAGE      PIC X(150).

      *    Every claim back in the order the submitters sent it
       SD  ACK-SORT-FILE.
       01  ACK-SORT-RECORD.
           05  AS-BATCH-SEQ        PIC 9(4).
           05  AS-CLAIM-SEQ        PIC 9(7).
           05  AS-REASON-CODE      PIC X(4).
           05  AS-REASON-TEXT      PIC X(40).
           05  AS-CLAIM-IMAGE      PIC X(150).

      *    Acknowledgment returned to the submitter for one batch:
      *    a B line with the batch's disposition and totals, then
      *    a C line for every claim received in it
       FD  ACK-FILE.
       01  ACK-BATCH-RECORD.
           05  AK-RECORD-TYPE      PIC X(1).
           05  AK-SUBMITTER-ID     PIC X(10).
           05  AK-BATCH-ID         PIC X(12).
           05  AK-CREATED-DATE     PIC X(8).
           05  AK-RECEIVED-DATE    PIC 9(8).
           05  AK-BATCH-STATUS     PIC X(10).
           05  AK-BATCH-REASON     PIC X(40).
           05  AK-CLAIMS-RECEIVED  PIC 9(7).
           05  AK-CLAIMS-ACCEPTED  PIC 9(7).
           05  AK-CLAIMS-REJECTED  PIC 9(7).
           05  AK-BILLED-ACCEPTED  PIC 9(11)V99.
       01  ACK-CLAIM-RECORD.
           05  AC-RECORD-TYPE      PIC X(1).
           05  AC-CLAIM-ID         PIC X(12).
           05  AC-MEMBER-ID        PIC X(10).
           05  AC-PROVIDER-ID      PIC X(8).
           05  AC-SERVICE-DATE     PIC X(8).
           05  AC-BILLED-AMOUNT    PIC 9(7)V99.
           05  AC-CLAIM-STATUS     PIC X(8).
           05  AC-REASON-CODE      PIC X(4).
           05  AC-REASON-TEXT      PIC X(40).
           05  AC-RESUBMIT-BY      PIC 9(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-CLAIM-ID         PIC X(12).
           05  RJ-REASON-CODE      PIC X(4).
           05  RJ-REASON-TEXT      PIC X(40).
           05  RJ-SUBMITTER-ID     PIC X(10).
           05  RJ-BATCH-ID         PIC X(12).
           05  RJ-MEMBER-ID        PIC X(10).
           05  RJ-SERVICE-DATE     PIC X(8).
           05  RJ-RECEIVED-DATE    PIC 9(8).

      *    The claims this run added to CLAIMS.DAT, as written,
      *    between a header dated with the business date and a
      *    trailer carrying their count and billed total in cents
       FD  POSTED-FILE.
       01  POSTED-LINE             PIC X(150).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==IP==.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CF-TIMELY-FILING-DAYS PIC 9(3).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
           COPY "CLAIM-RECORD.CPY".

      *    Days from the service date a claim may be filed;
      *    tunable without a recompile via CLAIMS-INTAKE-CONTROL.DAT
       01  WS-TIMELY-FILING-DAYS   PIC 9(3) VALUE 365.
       01  WS-CONTROL-STATUS       PIC XX.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-BUSINESS-INT         PIC 9(7).
       01  WS-SERVICE-INT          PIC 9(7).
       01  WS-PARAM-STATUS         PIC XX.

      *    Every provider on the master, for the billing and
      *    ordering provider edits
       01  WS-PROV-TABLE.
           05  WS-PROV-ENTRY       OCCURS 5000 TIMES
                                   INDEXED BY WS-PROV-IDX.
               10  WS-PROV-ID          PIC 9(8).
       01  WS-PROV-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-PROVIDER      PIC 9(8).
       01  WS-PROV-FOUND           PIC X VALUE 'N'.
           88  PROVIDER-FOUND      VALUE 'Y'.
       01  WS-PROV-TABLE-FLAG      PIC X VALUE 'N'.
           88  PROVIDER-TABLE-FULL VALUE 'Y'.

      *    The batches received this run, by their place on the
      *    inbound file. A batch fails whole on a bad header, a
      *    missing trailer, trailer totals that do not balance, or
      *    a batch id its submitter has already sent this run.
       01  WS-BATCH-TABLE.
           05  WS-BAT-ENTRY        OCCURS 200 TIMES
                                   INDEXED BY WS-BAT-IDX.
               10  WS-BAT-SUBMITTER    PIC X(10).
               10  WS-BAT-ID           PIC X(12).
               10  WS-BAT-CREATED      PIC X(8).
               10  WS-BAT-FAILED-FLAG  PIC X.
                   88  BATCH-FAILED    VALUE 'Y'.
               10  WS-BAT-REPEAT-FLAG  PIC X.
                   88  BATCH-REPEATED  VALUE 'Y'.
               10  WS-BAT-REASON       PIC X(40).
               10  WS-BAT-CLAIMS       PIC 9(7).
               10  WS-BAT-HASH         PIC 9(15).
               10  WS-BAT-ACCEPTED     PIC 9(7).
               10  WS-BAT-REJECTED     PIC 9(7).
               10  WS-BAT-BILLED       PIC 9(11)V99.
       01  WS-BATCH-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-CUR-BATCH            PIC 9(4) VALUE ZERO.
       01  WS-BAT-SUB              PIC 9(4).
       01  WS-BATCH-OPEN           PIC X VALUE 'N'.
           88  BATCH-OPEN          VALUE 'Y'.
       01  WS-OUTSIDE-REASON       PIC X(4).
       01  WS-OUTSIDE-TEXT         PIC X(40).

       01  WS-REASON-CODE          PIC X(4).
       01  WS-REASON-TEXT          PIC X(40).
       01  WS-BILLED-CENTS         PIC 9(11).

      *    The current member's enrollment spans, loaded once per
      *    member break and tested against each claim's service date
       01  WS-SPAN-TABLE.
           05  WS-SPAN-ENTRY       OCCURS 24 TIMES.
               10  WS-SPN-START        PIC 9(8).
               10  WS-SPN-END          PIC 9(8).
       01  WS-SPAN-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-SPN-IDX              PIC 9(2).
       01  WS-CUR-MEMBER-ID        PIC 9(10).
       01  WS-BREAK-ACTIVE         PIC X VALUE 'N'.
           88  BREAK-ACTIVE        VALUE 'Y'.
       01  WS-COVERED-FLAG         PIC X VALUE 'N'.
           88  SERVICE-COVERED     VALUE 'Y'.

      *    Duplicate claim id state for the current claim id
       01  WS-DUP-CLAIM-ID         PIC 9(12).
       01  WS-DUP-ACTIVE           PIC X VALUE 'N'.
           88  DUP-ACTIVE          VALUE 'Y'.
       01  WS-DUP-ON-FILE          PIC X VALUE 'N'.
           88  CLAIM-ON-FILE       VALUE 'Y'.
       01  WS-DUP-TAKEN            PIC X VALUE 'N'.
           88  CLAIM-ID-TAKEN      VALUE 'Y'.

      *    The acknowledgment file currently being written
       01  WS-ACK-FILE-NAME        PIC X(60).
       01  WS-ACK-FILE-STATUS      PIC XX.
       01  WS-ACK-SUBMITTER        PIC X(10).
       01  WS-ACK-BATCH-ID         PIC X(12).
       01  WS-ACK-OPEN             PIC X VALUE 'N'.
           88  ACK-OPEN            VALUE 'Y'.
       01  WS-ACK-BATCH            PIC 9(4) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-LINES-READ       PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-ON-FILE   PIC 9(9) VALUE ZERO.
           05  WS-ACCEPTED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-OUTSIDE-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-ORPHAN-TRAILERS  PIC 9(9) VALUE ZERO.
           05  WS-BATCHES-FAILED   PIC 9(4) VALUE ZERO.
           05  WS-ACKS-WRITTEN     PIC 9(4) VALUE ZERO.
           05  WS-SPANS-DROPPED    PIC 9(9) VALUE ZERO.
           05  WS-ACCEPTED-BILLED  PIC 9(11)V99 VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-FLAG            PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  EOF-PROVIDERS       PIC X VALUE 'N'.
               88  END-OF-PROVIDERS VALUE 'Y'.
           05  EOF-SPANS           PIC X VALUE 'N'.
               88  END-OF-SPANS    VALUE 'Y'.
           05  EOF-CLAIMS          PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-SCREEN-SORT     PIC X VALUE 'N'.
               88  END-OF-SCREEN-SORT VALUE 'Y'.
           05  EOF-SCREENED        PIC X VALUE 'N'.
               88  END-OF-SCREENED VALUE 'Y'.
           05  EOF-DUP-SORT        PIC X VALUE 'N'.
               88  END-OF-DUP-SORT VALUE 'Y'.
           05  EOF-ACK-SORT        PIC X VALUE 'N'.
               88  END-OF-ACK-SORT VALUE 'Y'.
           05  EOF-POSTED          PIC X VALUE 'N'.
               88  END-OF-POSTED   VALUE 'Y'.
       01  WS-INBOUND-FLAG         PIC X VALUE 'N'.
           88  INBOUND-PRESENT     VALUE 'Y'.

      *    Same-date rerun guard off the intake log
       01  WS-POSTED-STATUS        PIC XX.
       01  WS-POSTED-DATA-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-POSTED-HDR-FLAG      PIC X VALUE 'N'.
           88  POSTED-HDR-TODAY    VALUE 'Y'.
       01  WS-POSTED-TRL-FLAG      PIC X VALUE 'N'.
           88  POSTED-TRL-GOOD     VALUE 'Y'.

      *    With batches to take in, a reference file that will not
      *    open aborts with RETURN-CODE 8 before anything is
      *    written - no claim may be accepted unedited
       01  WS-INBOUND-STATUS       PIC XX.
       01  WS-PROVIDER-FILE-STATUS PIC XX.
       01  WS-SPAN-FILE-STATUS     PIC XX.
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-INTAKE-CONTROL
           PERFORM CHECK-INTAKE-POSTED
           IF NOT (POSTED-HDR-TODAY AND POSTED-TRL-GOOD)
               PERFORM CHECK-INPUT-FILES
           END-IF
           IF INBOUND-PRESENT AND NOT OPEN-FAILED
               PERFORM LOAD-PROVIDER-MASTER
           END-IF
           IF INBOUND-PRESENT AND NOT OPEN-FAILED
               OPEN OUTPUT REJECT-FILE
      *        Field, provider and batch edits on the way in, then
      *        eligibility in member order
               SORT SCREEN-SORT-FILE
                   ASCENDING KEY SS-MEMBER-ID
                                 SS-SERVICE-DATE
                   INPUT PROCEDURE IS SCREEN-INBOUND-BATCHES
                   OUTPUT PROCEDURE IS CHECK-ELIGIBILITY
      *        Duplicate claim ids against the claims file and
      *        within the day's batches, in claim order
               SORT DUP-SORT-FILE
                   ASCENDING KEY DS-CLAIM-ID
                                 DS-ENTRY-TYPE
                                 DS-BATCH-SEQ
                                 DS-CLAIM-SEQ
                   INPUT PROCEDURE IS RELEASE-CLAIM-IDS
                   OUTPUT PROCEDURE IS JUDGE-DUPLICATES
      *        Back in the order received for the acknowledgments
      *        and the claims file
               SORT ACK-SORT-FILE
                   ASCENDING KEY AS-BATCH-SEQ
                                 AS-CLAIM-SEQ
                   USING DECIDED-FILE
                   OUTPUT PROCEDURE IS POST-INTAKE-RESULTS
               PERFORM ACK-EMPTY-BATCHES
               CLOSE REJECT-FILE
               PERFORM WRITE-INTAKE-REPORT
               IF WS-REJECTED-COUNT > ZERO OR
                  WS-OUTSIDE-COUNT > ZERO OR
                  WS-BATCHES-FAILED > ZERO OR
                  WS-SPANS-DROPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           IF NOT INBOUND-PRESENT AND NOT OPEN-FAILED
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver claims are received as of the
      *    cycle's business date; run standalone, as of the run date
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
           END-IF
           COMPUTE WS-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

       LOAD-INTAKE-CONTROL.
      *    Optional - the compiled-in limit stands when the run has
      *    no control file present
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CF-TIMELY-FILING-DAYS IS NUMERIC AND
                          CF-TIMELY-FILING-DAYS > ZERO
                           MOVE CF-TIMELY-FILING-DAYS
                               TO WS-TIMELY-FILING-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       CHECK-INTAKE-POSTED.
      *    A complete intake log for this business date means the
      *    day's batches have already been taken in and answered -
      *    the rerun leaves CLAIMS.DAT, the acknowledgments and the
      *    reject file as the first run wrote them
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = '00'
               READ POSTED-FILE
                   AT END SET END-OF-POSTED TO TRUE
               END-READ
               IF NOT END-OF-POSTED AND
                  IP-H-RECORD-TYPE = 'HDR' AND
                  IP-H-PROGRAM = 'CLAIMS-INTAKE' AND
                  IP-H-RUN-DATE = WS-BUSINESS-DATE
                   SET POSTED-HDR-TODAY TO TRUE
               END-IF
               PERFORM UNTIL END-OF-POSTED OR NOT POSTED-HDR-TODAY
                   READ POSTED-FILE
                       AT END SET END-OF-POSTED TO TRUE
                       NOT AT END
                           IF IP-T-RECORD-TYPE = 'TRL'
                               IF IP-T-RECORD-COUNT =
                                  WS-POSTED-DATA-COUNT
                                   SET POSTED-TRL-GOOD TO TRUE
                               END-IF
                           ELSE
                               ADD 1 TO WS-POSTED-DATA-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-FILE
           END-IF
           IF POSTED-HDR-TODAY AND POSTED-TRL-GOOD
               DISPLAY 'CLAIMS ALREADY TAKEN IN FOR ' WS-BUSINESS-DATE
                   ' (' WS-POSTED-DATA-COUNT ' ADDED) - INBOUND '
                   'BATCHES NOT TAKEN AGAIN'
           END-IF.

       CHECK-INPUT-FILES.
      *    No inbound file means no submitter sent a batch today -
      *    the claims file goes on to adjustment posting as
      *    delivered
      *    Source: CLAIMS-CLEARINGHOUSE.SUBMITTER-BATCHES
           OPEN INPUT INBOUND-FILE
           IF WS-INBOUND-STATUS = '00'
      *        An inbound file emptied by the last intake holds no
      *        new batches
               READ INBOUND-FILE
                   AT END
                       DISPLAY 'CLAIMS-INBOUND.DAT EMPTY - NO '
                           'SUBMITTER BATCHES TODAY'
                   NOT AT END
                       SET INBOUND-PRESENT TO TRUE
               END-READ
               CLOSE INBOUND-FILE
           ELSE
               DISPLAY 'CLAIMS-INBOUND.DAT NOT FOUND - NO SUBMITTER '
                   'BATCHES TODAY'
           END-IF
           IF INBOUND-PRESENT
      *        Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
               OPEN INPUT LIVE-CLAIM-FILE
               IF WS-CLAIM-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN CLAIMS.DAT - STATUS '
                       WS-CLAIM-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET OPEN-FAILED TO TRUE
               ELSE
                   CLOSE LIVE-CLAIM-FILE
               END-IF
      *        Source: PAYER-DEV.ANALYTICS-GOLD.ENROLLMENT-SPANS
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

       LOAD-PROVIDER-MASTER.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PROVIDERS
           OPEN INPUT PROVIDER-FILE
           IF WS-PROVIDER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN PROVIDERS.DAT - STATUS '
                   WS-PROVIDER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-PROVIDERS
                   READ PROVIDER-FILE
                       AT END SET END-OF-PROVIDERS TO TRUE
                       NOT AT END
                           IF PROVIDER-RECORD(1:3) NOT = 'HDR' AND
                              PROVIDER-RECORD(1:3) NOT = 'TRL'
                               PERFORM STORE-PROVIDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVIDER-FILE
      *        A provider left off the table would reject every
      *        claim it billed, so a short table holds the intake
               IF PROVIDER-TABLE-FULL
                   DISPLAY 'ERROR: PROVIDER TABLE FULL (5000) - '
                       'INTAKE HELD, NO BATCHES TAKEN'
                   MOVE 8 TO RETURN-CODE
                   SET OPEN-FAILED TO TRUE
               END-IF
           END-IF.

       STORE-PROVIDER.
           IF WS-PROV-COUNT < 5000
               ADD 1 TO WS-PROV-COUNT
               SET WS-PROV-IDX TO WS-PROV-COUNT
               MOVE PROV-ID TO WS-PROV-ID(WS-PROV-IDX)
           ELSE
               SET PROVIDER-TABLE-FULL TO TRUE
           END-IF.

       FIND-PROVIDER.
      *    Looks up WS-LOOKUP-PROVIDER on the provider table
           MOVE 'N' TO WS-PROV-FOUND
           SET WS-PROV-IDX TO 1
           SEARCH WS-PROV-ENTRY VARYING WS-PROV-IDX
               AT END CONTINUE
               WHEN WS-PROV-IDX > WS-PROV-COUNT
                   CONTINUE
               WHEN WS-PROV-ID(WS-PROV-IDX) = WS-LOOKUP-PROVIDER
                   SET PROVIDER-FOUND TO TRUE
           END-SEARCH.

       SCREEN-INBOUND-BATCHES.
           OPEN INPUT INBOUND-FILE
           READ INBOUND-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-LINES-READ
               EVALUATE INBOUND-LINE(1:3)
                   WHEN 'BHD'
                       PERFORM OPEN-INBOUND-BATCH
                   WHEN 'BTR'
                       PERFORM CLOSE-INBOUND-BATCH
                   WHEN OTHER
                       PERFORM SCREEN-ONE-CLAIM
               END-EVALUATE
               READ INBOUND-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           IF BATCH-OPEN
               MOVE 'NO BATCH TRAILER - TRUNCATED DELIVERY?'
                   TO WS-REASON-TEXT
               PERFORM FAIL-CURRENT-BATCH
               MOVE 'N' TO WS-BATCH-OPEN
           END-IF
           CLOSE INBOUND-FILE.

       OPEN-INBOUND-BATCH.
      *    A header arriving before the open batch's trailer means
      *    the open batch was cut short
           IF BATCH-OPEN
               MOVE 'NO BATCH TRAILER BEFORE NEXT BATCH'
                   TO WS-REASON-TEXT
               PERFORM FAIL-CURRENT-BATCH
           END-IF
           MOVE 'N' TO WS-BATCH-OPEN
           MOVE ZERO TO WS-CUR-BATCH
           IF WS-BATCH-COUNT >= 200
               DISPLAY 'WARNING: BATCH TABLE FULL (200) - BATCH '
                   IB-H-BATCH-ID ' FROM ' IB-H-SUBMITTER-ID
                   ' NOT TAKEN, REDELIVER ON THE NEXT RUN'
               MOVE 'BTFL' TO WS-OUTSIDE-REASON
               MOVE 'BATCH NOT TAKEN - REDELIVER NEXT RUN'
                   TO WS-OUTSIDE-TEXT
           ELSE
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-CUR-BATCH
               SET BATCH-OPEN TO TRUE
               SET WS-BAT-IDX TO WS-CUR-BATCH
               MOVE IB-H-SUBMITTER-ID TO WS-BAT-SUBMITTER(WS-BAT-IDX)
               MOVE IB-H-BATCH-ID TO WS-BAT-ID(WS-BAT-IDX)
               MOVE IB-H-CREATED-DATE TO WS-BAT-CREATED(WS-BAT-IDX)
               MOVE 'N' TO WS-BAT-FAILED-FLAG(WS-BAT-IDX)
               MOVE 'N' TO WS-BAT-REPEAT-FLAG(WS-BAT-IDX)
               MOVE SPACES TO WS-BAT-REASON(WS-BAT-IDX)
               MOVE ZERO TO WS-BAT-CLAIMS(WS-BAT-IDX)
               MOVE ZERO TO WS-BAT-HASH(WS-BAT-IDX)
               MOVE ZERO TO WS-BAT-ACCEPTED(WS-BAT-IDX)
               MOVE ZERO TO WS-BAT-REJECTED(WS-BAT-IDX)
               MOVE ZERO TO WS-BAT-BILLED(WS-BAT-IDX)
               PERFORM CHECK-BATCH-HEADER
           END-IF.

       CHECK-BATCH-HEADER.
      *    The header must name its submitter and batch, and a
      *    submitter may not send the same batch id twice in a run
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB >= WS-CUR-BATCH
               IF WS-BAT-SUBMITTER(WS-BAT-SUB) = IB-H-SUBMITTER-ID
                  AND WS-BAT-ID(WS-BAT-SUB) = IB-H-BATCH-ID
                   MOVE 'Y' TO WS-BAT-REPEAT-FLAG(WS-CUR-BATCH)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN IB-H-SUBMITTER-ID = SPACES OR
                    IB-H-BATCH-ID = SPACES
                   MOVE 'BATCH HEADER MISSING SUBMITTER OR BATCH'
                       TO WS-REASON-TEXT
                   PERFORM FAIL-CURRENT-BATCH
               WHEN BATCH-REPEATED(WS-CUR-BATCH)
                   MOVE 'BATCH ID ALREADY RECEIVED THIS RUN'
                       TO WS-REASON-TEXT
                   PERFORM FAIL-CURRENT-BATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLOSE-INBOUND-BATCH.
      *    The trailer proves the batch: its claim count and billed
      *    total in cents must match what was actually received
           IF NOT BATCH-OPEN
      *        The trailer of a batch not taken needs no warning
               IF WS-OUTSIDE-REASON = SPACES
                   ADD 1 TO WS-ORPHAN-TRAILERS
                   DISPLAY 'WARNING: BATCH TRAILER WITH NO BATCH '
                       'HEADER IGNORED'
               END-IF
           ELSE
               SET WS-BAT-IDX TO WS-CUR-BATCH
               EVALUATE TRUE
                   WHEN IB-T-CLAIM-COUNT IS NOT NUMERIC OR
                        IB-T-BILLED-HASH IS NOT NUMERIC
                       MOVE 'BATCH TRAILER TOTALS NOT NUMERIC'
                           TO WS-REASON-TEXT
                       PERFORM FAIL-CURRENT-BATCH
                   WHEN IB-T-CLAIM-COUNT NOT =
                        WS-BAT-CLAIMS(WS-BAT-IDX)
                       MOVE 'BATCH TRAILER CLAIM COUNT OUT OF BALANCE'
                           TO WS-REASON-TEXT
                       PERFORM FAIL-CURRENT-BATCH
                   WHEN IB-T-BILLED-HASH NOT =
                        WS-BAT-HASH(WS-BAT-IDX)
                       MOVE 'BATCH TRAILER BILLED TOTAL OUT OF BALANCE'
                           TO WS-REASON-TEXT
                       PERFORM FAIL-CURRENT-BATCH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE 'N' TO WS-BATCH-OPEN
           MOVE ZERO TO WS-CUR-BATCH
           MOVE SPACES TO WS-OUTSIDE-REASON.

       FAIL-CURRENT-BATCH.
      *    First failure found is the one the submitter is told
           SET WS-BAT-IDX TO WS-CUR-BATCH
           IF NOT BATCH-FAILED(WS-BAT-IDX)
               SET BATCH-FAILED(WS-BAT-IDX) TO TRUE
               MOVE WS-REASON-TEXT TO WS-BAT-REASON(WS-BAT-IDX)
               ADD 1 TO WS-BATCHES-FAILED
               DISPLAY 'BATCH FAILED: ' WS-BAT-SUBMITTER(WS-BAT-IDX)
                   ' ' WS-BAT-ID(WS-BAT-IDX) ' - ' WS-REASON-TEXT
           END-IF.

       SCREEN-ONE-CLAIM.
           ADD 1 TO WS-CLAIMS-READ
           MOVE INBOUND-LINE TO CLAIM-RECORD
           IF CLAIM-AMOUNT IS NUMERIC
               COMPUTE WS-BILLED-CENTS = CLAIM-AMOUNT * 100
           ELSE
               MOVE ZERO TO WS-BILLED-CENTS
           END-IF
      *    A claim outside any batch has no one to acknowledge it;
      *    it goes to the reject file only
           IF NOT BATCH-OPEN
               IF WS-OUTSIDE-REASON = SPACES
                   MOVE 'NBAT' TO WS-REASON-CODE
                   MOVE 'CLAIM OUTSIDE A SUBMITTER BATCH'
                       TO WS-REASON-TEXT
               ELSE
                   MOVE WS-OUTSIDE-REASON TO WS-REASON-CODE
                   MOVE WS-OUTSIDE-TEXT TO WS-REASON-TEXT
               END-IF
               ADD 1 TO WS-OUTSIDE-COUNT
               MOVE SPACES TO RJ-SUBMITTER-ID
               MOVE SPACES TO RJ-BATCH-ID
               PERFORM WRITE-REJECT-RECORD
           ELSE
               SET WS-BAT-IDX TO WS-CUR-BATCH
               ADD 1 TO WS-BAT-CLAIMS(WS-BAT-IDX)
               ADD WS-BILLED-CENTS TO WS-BAT-HASH(WS-BAT-IDX)
               PERFORM VALIDATE-INTAKE-CLAIM
               IF WS-REASON-CODE = SPACES
                   MOVE MEMBER-ID TO SS-MEMBER-ID
                   MOVE SERVICE-DATE TO SS-SERVICE-DATE
               ELSE
                   MOVE ZERO TO SS-MEMBER-ID
                   MOVE ZERO TO SS-SERVICE-DATE
               END-IF
               MOVE WS-CUR-BATCH TO SS-BATCH-SEQ
               MOVE WS-BAT-CLAIMS(WS-BAT-IDX) TO SS-CLAIM-SEQ
               MOVE WS-REASON-CODE TO SS-REASON-CODE
               MOVE WS-REASON-TEXT TO SS-REASON-TEXT
               MOVE INBOUND-LINE TO SS-CLAIM-IMAGE
               RELEASE SCREEN-SORT-RECORD
           END-IF.

       VALIDATE-INTAKE-CLAIM.
      *    Edits that need nothing but the claim and the provider
      *    master; a blank reason code on the way out means the
      *    claim passed every one of them
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT
           MOVE ZERO TO WS-SERVICE-INT
           IF SERVICE-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(SERVICE-DATE) = ZERO
                   COMPUTE WS-SERVICE-INT =
                       FUNCTION INTEGER-OF-DATE(SERVICE-DATE)
               END-IF
           END-IF
           MOVE 'N' TO WS-PROV-FOUND
           IF PROVIDER-ID IS NUMERIC AND PROVIDER-ID > ZERO
               MOVE PROVIDER-ID TO WS-LOOKUP-PROVIDER
               PERFORM FIND-PROVIDER
           END-IF
           EVALUATE TRUE
               WHEN CLAIM-ID IS NOT NUMERIC OR CLAIM-ID = ZERO
                   MOVE 'CLID' TO WS-REASON-CODE
                   MOVE 'MISSING OR NON-NUMERIC CLAIM ID'
                       TO WS-REASON-TEXT
               WHEN MEMBER-ID IS NOT NUMERIC OR MEMBER-ID = ZERO
                   MOVE 'MBR ' TO WS-REASON-CODE
                   MOVE 'MISSING OR NON-NUMERIC MEMBER ID'
                       TO WS-REASON-TEXT
               WHEN PROVIDER-ID IS NOT NUMERIC OR PROVIDER-ID = ZERO
                   MOVE 'PROV' TO WS-REASON-CODE
                   MOVE 'MISSING OR NON-NUMERIC PROVIDER ID'
                       TO WS-REASON-TEXT
               WHEN NOT PROVIDER-FOUND
                   MOVE 'PROV' TO WS-REASON-CODE
                   MOVE 'BILLING PROVIDER NOT ON PROVIDER FILE'
                       TO WS-REASON-TEXT
               WHEN WS-SERVICE-INT = ZERO
                   MOVE 'DATE' TO WS-REASON-CODE
                   MOVE 'MISSING OR INVALID SERVICE DATE'
                       TO WS-REASON-TEXT
               WHEN SERVICE-DATE > WS-BUSINESS-DATE
                   MOVE 'DATE' TO WS-REASON-CODE
                   MOVE 'SERVICE DATE AFTER DATE RECEIVED'
                       TO WS-REASON-TEXT
               WHEN WS-BUSINESS-INT - WS-SERVICE-INT >
                    WS-TIMELY-FILING-DAYS
                   MOVE 'TFL ' TO WS-REASON-CODE
                   MOVE 'RECEIVED PAST TIMELY FILING LIMIT'
                       TO WS-REASON-TEXT
               WHEN CLAIM-TYPE = SPACES
                   MOVE 'TYPE' TO WS-REASON-CODE
                   MOVE 'MISSING CLAIM TYPE' TO WS-REASON-TEXT
               WHEN NOT ((PROCEDURE-CODE(1:4) IS NUMERIC AND
                          (PROCEDURE-CODE(5:1) IS NUMERIC OR
                           PROCEDURE-CODE(5:1) = 'F' OR
                           PROCEDURE-CODE(5:1) = 'T')) OR
                         (PROCEDURE-CODE(1:1) >= 'A' AND
                          PROCEDURE-CODE(1:1) <= 'Z' AND
                          PROCEDURE-CODE(2:4) IS NUMERIC))
                   MOVE 'PROC' TO WS-REASON-CODE
                   MOVE 'MISSING OR INVALID PROCEDURE CODE'
                       TO WS-REASON-TEXT
               WHEN DIAGNOSIS-CODE(1:1) < 'A' OR
                    DIAGNOSIS-CODE(1:1) > 'Z' OR
                    DIAGNOSIS-CODE(2:2) IS NOT NUMERIC
                   MOVE 'DIAG' TO WS-REASON-CODE
                   MOVE 'MISSING OR INVALID DIAGNOSIS CODE'
                       TO WS-REASON-TEXT
               WHEN PLACE-OF-SERVICE NOT = SPACES AND
                    (PLACE-OF-SERVICE IS NOT NUMERIC OR
                     NOT VALID-PLACE-OF-SERVICE)
                   MOVE 'POS ' TO WS-REASON-CODE
                   MOVE 'UNRECOGNIZED PLACE OF SERVICE'
                       TO WS-REASON-TEXT
               WHEN WS-BILLED-CENTS = ZERO
                   MOVE 'AMT ' TO WS-REASON-CODE
                   MOVE 'MISSING OR ZERO BILLED AMOUNT'
                       TO WS-REASON-TEXT
               WHEN OTHER
                   PERFORM CHECK-ORDERING-PROVIDER
           END-EVALUATE.

       CHECK-ORDERING-PROVIDER.
      *    Optional on the claim; when named it must be on file
           IF INBOUND-LINE(124:8) NOT = SPACES AND
              ORDERING-PROVIDER-ID IS NOT NUMERIC
               MOVE 'ORDP' TO WS-REASON-CODE
               MOVE 'NON-NUMERIC ORDERING PROVIDER ID'
                   TO WS-REASON-TEXT
           ELSE
               IF ORDERING-PROVIDER-ID IS NUMERIC AND
                  ORDERING-PROVIDER-ID > ZERO
                   MOVE ORDERING-PROVIDER-ID TO WS-LOOKUP-PROVIDER
                   PERFORM FIND-PROVIDER
                   IF NOT PROVIDER-FOUND
                       MOVE 'ORDP' TO WS-REASON-CODE
                       MOVE 'ORDERING PROVIDER NOT ON PROVIDER FILE'
                           TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       CHECK-ELIGIBILITY.
      *    Control break on member: load the member's spans once,
      *    then every claim that is still clean must have a span
      *    covering its service date
           OPEN INPUT ENROLLMENT-SPAN-FILE
           READ ENROLLMENT-SPAN-FILE
               AT END SET END-OF-SPANS TO TRUE
           END-READ
           OPEN OUTPUT SCREENED-FILE
           RETURN SCREEN-SORT-FILE
               AT END SET END-OF-SCREEN-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SCREEN-SORT
               IF SS-REASON-CODE = SPACES
                   IF NOT BREAK-ACTIVE OR
                      SS-MEMBER-ID NOT = WS-CUR-MEMBER-ID
                       SET BREAK-ACTIVE TO TRUE
                       MOVE SS-MEMBER-ID TO WS-CUR-MEMBER-ID
                       PERFORM LOAD-MEMBER-SPANS
                   END-IF
                   PERFORM CHECK-SERVICE-COVERED
                   IF NOT SERVICE-COVERED
                       MOVE 'ELIG' TO SS-REASON-CODE
                       MOVE 'MEMBER NOT ELIGIBLE ON SERVICE DATE'
                           TO SS-REASON-TEXT
                   END-IF
               END-IF
               WRITE SCREENED-RECORD FROM SCREEN-SORT-RECORD
               RETURN SCREEN-SORT-FILE
                   AT END SET END-OF-SCREEN-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE SCREENED-FILE
           CLOSE ENROLLMENT-SPAN-FILE.

       LOAD-MEMBER-SPANS.
           MOVE ZERO TO WS-SPAN-COUNT
           PERFORM UNTIL END-OF-SPANS OR
                        SPAN-MEMBER-ID >= WS-CUR-MEMBER-ID
               READ ENROLLMENT-SPAN-FILE
                   AT END SET END-OF-SPANS TO TRUE
               END-READ
           END-PERFORM
           PERFORM UNTIL END-OF-SPANS OR
                        SPAN-MEMBER-ID NOT = WS-CUR-MEMBER-ID
               IF WS-SPAN-COUNT < 24
                   ADD 1 TO WS-SPAN-COUNT
                   MOVE SPAN-START
                       TO WS-SPN-START(WS-SPAN-COUNT)
                   MOVE SPAN-END TO WS-SPN-END(WS-SPAN-COUNT)
               ELSE
      *            A dropped span can reject a covered claim as
      *            ELIG, so the run is flagged for a look
                   ADD 1 TO WS-SPANS-DROPPED
                   DISPLAY 'WARNING: SPAN TABLE FULL (24) - '
                       'MEMBER ' WS-CUR-MEMBER-ID ' SPAN DROPPED'
               END-IF
               READ ENROLLMENT-SPAN-FILE
                   AT END SET END-OF-SPANS TO TRUE
               END-READ
           END-PERFORM.

       CHECK-SERVICE-COVERED.
           MOVE 'N' TO WS-COVERED-FLAG
           PERFORM VARYING WS-SPN-IDX FROM 1 BY 1
                   UNTIL WS-SPN-IDX > WS-SPAN-COUNT
               IF WS-SPN-START(WS-SPN-IDX) <= SS-SERVICE-DATE AND
                  WS-SPN-END(WS-SPN-IDX) >= SS-SERVICE-DATE
                   SET SERVICE-COVERED TO TRUE
               END-IF
           END-PERFORM.

       RELEASE-CLAIM-IDS.
      *    Every claim id already on the claims file, then the
      *    day's claims. A claim in a batch that failed its control
      *    totals is refused with the batch and takes no part in
      *    the duplicate check.
           OPEN INPUT LIVE-CLAIM-FILE
           READ LIVE-CLAIM-FILE
               AT END SET END-OF-CLAIMS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-CLAIMS
               IF LIVE-CLAIM-LINE(1:3) NOT = 'HDR' AND
                  LIVE-CLAIM-LINE(1:3) NOT = 'TRL' AND
                  LIVE-CLAIM-LINE(1:12) IS NUMERIC
                   ADD 1 TO WS-CLAIMS-ON-FILE
                   MOVE LIVE-CLAIM-LINE(1:12) TO DS-CLAIM-ID
                   MOVE '1' TO DS-ENTRY-TYPE
                   MOVE ZERO TO DS-BATCH-SEQ
                   MOVE ZERO TO DS-CLAIM-SEQ
                   MOVE SPACES TO DS-REASON-CODE
                   MOVE SPACES TO DS-REASON-TEXT
                   MOVE SPACES TO DS-CLAIM-IMAGE
                   RELEASE DUP-SORT-RECORD
               END-IF
               READ LIVE-CLAIM-FILE
                   AT END SET END-OF-CLAIMS TO TRUE
               END-READ
           END-PERFORM
           CLOSE LIVE-CLAIM-FILE
           OPEN INPUT SCREENED-FILE
           READ SCREENED-FILE
               AT END SET END-OF-SCREENED TO TRUE
           END-READ
           PERFORM UNTIL END-OF-SCREENED
               SET WS-BAT-IDX TO SC-BATCH-SEQ
               IF BATCH-FAILED(WS-BAT-IDX) AND
                  SC-REASON-CODE = SPACES
                   MOVE 'BTCH' TO SC-REASON-CODE
                   MOVE WS-BAT-REASON(WS-BAT-IDX) TO SC-REASON-TEXT
               END-IF
               IF SC-CLAIM-IMAGE(1:12) IS NUMERIC
                   MOVE SC-CLAIM-IMAGE(1:12) TO DS-CLAIM-ID
               ELSE
                   MOVE ZERO TO DS-CLAIM-ID
               END-IF
               MOVE '2' TO DS-ENTRY-TYPE
               MOVE SC-BATCH-SEQ TO DS-BATCH-SEQ
               MOVE SC-CLAIM-SEQ TO DS-CLAIM-SEQ
               MOVE SC-REASON-CODE TO DS-REASON-CODE
               MOVE SC-REASON-TEXT TO DS-REASON-TEXT
               MOVE SC-CLAIM-IMAGE TO DS-CLAIM-IMAGE
               RELEASE DUP-SORT-RECORD
               READ SCREENED-FILE
                   AT END SET END-OF-SCREENED TO TRUE
               END-READ
           END-PERFORM
           CLOSE SCREENED-FILE.

       JUDGE-DUPLICATES.
      *    Per claim id: a claim already on the claims file is never
      *    taken again, and of the day's clean claims sharing an id
      *    only the first received is taken. The batch tallies the
      *    acknowledgments report are kept here.
           OPEN OUTPUT DECIDED-FILE
           RETURN DUP-SORT-FILE
               AT END SET END-OF-DUP-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-DUP-SORT
               IF NOT DUP-ACTIVE OR
                  DS-CLAIM-ID NOT = WS-DUP-CLAIM-ID
                   SET DUP-ACTIVE TO TRUE
                   MOVE DS-CLAIM-ID TO WS-DUP-CLAIM-ID
                   MOVE 'N' TO WS-DUP-ON-FILE
                   MOVE 'N' TO WS-DUP-TAKEN
               END-IF
               IF DS-ENTRY-TYPE = '1'
                   SET CLAIM-ON-FILE TO TRUE
               ELSE
                   PERFORM JUDGE-ONE-CLAIM
               END-IF
               RETURN DUP-SORT-FILE
                   AT END SET END-OF-DUP-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE DECIDED-FILE.

       JUDGE-ONE-CLAIM.
           IF DS-REASON-CODE = SPACES
               EVALUATE TRUE
                   WHEN CLAIM-ON-FILE
                       MOVE 'DUPL' TO DS-REASON-CODE
                       MOVE 'CLAIM ID ALREADY ON FILE'
                           TO DS-REASON-TEXT
                   WHEN CLAIM-ID-TAKEN
                       MOVE 'DUPL' TO DS-REASON-CODE
                       MOVE 'CLAIM ID REPEATED IN THIS SUBMISSION'
                           TO DS-REASON-TEXT
                   WHEN OTHER
                       SET CLAIM-ID-TAKEN TO TRUE
               END-EVALUATE
           END-IF
           SET WS-BAT-IDX TO DS-BATCH-SEQ
           IF DS-REASON-CODE = SPACES
               MOVE DS-CLAIM-IMAGE TO CLAIM-RECORD
               ADD 1 TO WS-BAT-ACCEPTED(WS-BAT-IDX)
               ADD CLAIM-AMOUNT TO WS-BAT-BILLED(WS-BAT-IDX)
           ELSE
               ADD 1 TO WS-BAT-REJECTED(WS-BAT-IDX)
           END-IF
           MOVE DS-BATCH-SEQ TO DC-BATCH-SEQ
           MOVE DS-CLAIM-SEQ TO DC-CLAIM-SEQ
           MOVE DS-REASON-CODE TO DC-REASON-CODE
           MOVE DS-REASON-TEXT TO DC-REASON-TEXT
           MOVE DS-CLAIM-IMAGE TO DC-CLAIM-IMAGE
           WRITE DECIDED-RECORD.

       POST-INTAKE-RESULTS.
      *    Accepted claims are added to the claims file; every
      *    claim is answered on its batch's acknowledgment
      *    Target: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
           OPEN EXTEND LIVE-CLAIM-FILE
           OPEN OUTPUT POSTED-FILE
           MOVE 'HDR' TO IP-H-RECORD-TYPE
           MOVE 'CLAIMS-INTAKE' TO IP-H-PROGRAM
           MOVE WS-BUSINESS-DATE TO IP-H-RUN-DATE
           MOVE 'CLAIMS ADDED' TO IP-H-PERIOD
           WRITE IP-HEADER-RECORD
           RETURN ACK-SORT-FILE
               AT END SET END-OF-ACK-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-ACK-SORT
               IF NOT ACK-OPEN OR AS-BATCH-SEQ NOT = WS-ACK-BATCH
                   PERFORM CLOSE-BATCH-ACK
                   MOVE AS-BATCH-SEQ TO WS-ACK-BATCH
                   PERFORM OPEN-BATCH-ACK
               END-IF
               PERFORM POST-ONE-CLAIM
               RETURN ACK-SORT-FILE
                   AT END SET END-OF-ACK-SORT TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM CLOSE-BATCH-ACK
           CLOSE LIVE-CLAIM-FILE
      *    The trailer goes on only once every accepted claim is on
      *    CLAIMS.DAT, so an abend above leaves no complete log
           MOVE 'TRL' TO IP-T-RECORD-TYPE
           MOVE WS-ACCEPTED-COUNT TO IP-T-RECORD-COUNT
           COMPUTE IP-T-HASH-TOTAL = WS-ACCEPTED-BILLED * 100
           WRITE IP-TRAILER-RECORD
           CLOSE POSTED-FILE
      *    Every batch is now on the log and answered - empty the
      *    drop file so the same batches are not offered again
           OPEN OUTPUT INBOUND-FILE
           CLOSE INBOUND-FILE.

       POST-ONE-CLAIM.
           MOVE AS-CLAIM-IMAGE TO CLAIM-RECORD
           MOVE 'C' TO AC-RECORD-TYPE
           MOVE AS-CLAIM-IMAGE(1:12) TO AC-CLAIM-ID
           MOVE AS-CLAIM-IMAGE(13:10) TO AC-MEMBER-ID
           MOVE AS-CLAIM-IMAGE(23:8) TO AC-PROVIDER-ID
           MOVE AS-CLAIM-IMAGE(31:8) TO AC-SERVICE-DATE
           IF CLAIM-AMOUNT IS NUMERIC
               MOVE CLAIM-AMOUNT TO AC-BILLED-AMOUNT
           ELSE
               MOVE ZERO TO AC-BILLED-AMOUNT
           END-IF
           MOVE AS-REASON-CODE TO AC-REASON-CODE
           MOVE AS-REASON-TEXT TO AC-REASON-TEXT
           PERFORM SET-RESUBMIT-BY
           IF AS-REASON-CODE = SPACES
               MOVE 'ACCEPTED' TO AC-CLAIM-STATUS
               MOVE ZERO TO AC-RESUBMIT-BY
               PERFORM ADD-ACCEPTED-CLAIM
           ELSE
               MOVE 'REJECTED' TO AC-CLAIM-STATUS
               MOVE AS-REASON-CODE TO WS-REASON-CODE
               MOVE AS-REASON-TEXT TO WS-REASON-TEXT
               SET WS-BAT-IDX TO AS-BATCH-SEQ
               MOVE WS-BAT-SUBMITTER(WS-BAT-IDX) TO RJ-SUBMITTER-ID
               MOVE WS-BAT-ID(WS-BAT-IDX) TO RJ-BATCH-ID
               PERFORM WRITE-REJECT-RECORD
           END-IF
           WRITE ACK-CLAIM-RECORD.

       SET-RESUBMIT-BY.
      *    Last date a corrected claim can still be received inside
      *    timely filing; zero when the service date is unusable or
      *    the limit has already passed
           MOVE ZERO TO AC-RESUBMIT-BY
           IF SERVICE-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(SERVICE-DATE) = ZERO
                   COMPUTE WS-SERVICE-INT =
                       FUNCTION INTEGER-OF-DATE(SERVICE-DATE) +
                       WS-TIMELY-FILING-DAYS
                   IF WS-SERVICE-INT >= WS-BUSINESS-INT
                       COMPUTE AC-RESUBMIT-BY =
                           FUNCTION DATE-OF-INTEGER(WS-SERVICE-INT)
                   END-IF
               END-IF
           END-IF.

       ADD-ACCEPTED-CLAIM.
      *    Received today and pended for adjudication - nothing has
      *    been paid, denied or applied to cost share yet
           ADD 1 TO WS-ACCEPTED-COUNT
           ADD CLAIM-AMOUNT TO WS-ACCEPTED-BILLED
           MOVE WS-BUSINESS-DATE TO CLAIM-RECEIVED-DATE
           MOVE ZERO TO CLAIM-PAID-DATE
           MOVE 'PENDED' TO CLAIM-STATUS
           MOVE ZERO TO PAID-AMOUNT
           MOVE ZERO TO DENIED-AMOUNT
           MOVE SPACES TO DENIAL-REASON-CODE
           MOVE ZERO TO DEDUCTIBLE-AMOUNT
           MOVE ZERO TO COINSURANCE-AMOUNT
           MOVE ZERO TO COPAY-AMOUNT
           IF AS-CLAIM-IMAGE(124:8) = SPACES
               MOVE ZERO TO ORDERING-PROVIDER-ID
           END-IF
           MOVE SPACES TO LIVE-CLAIM-LINE
           MOVE CLAIM-RECORD TO LIVE-CLAIM-LINE
           WRITE LIVE-CLAIM-LINE
           WRITE POSTED-LINE FROM LIVE-CLAIM-LINE.

       OPEN-BATCH-ACK.
      *    One acknowledgment file per batch, named for its
      *    submitter and batch; a batch id repeated in the run is
      *    answered on the end of the first one's file
      *    Target: CLAIMS-CLEARINGHOUSE.SUBMITTER-ACKS
           SET WS-BAT-IDX TO WS-ACK-BATCH
           MOVE WS-BAT-SUBMITTER(WS-BAT-IDX) TO WS-ACK-SUBMITTER
           MOVE WS-BAT-ID(WS-BAT-IDX) TO WS-ACK-BATCH-ID
           IF WS-ACK-SUBMITTER = SPACES
               MOVE 'UNKNOWN' TO WS-ACK-SUBMITTER
           END-IF
           IF WS-ACK-BATCH-ID = SPACES
               MOVE 'UNKNOWN' TO WS-ACK-BATCH-ID
           END-IF
           MOVE SPACES TO WS-ACK-FILE-NAME
           STRING 'CLAIMS-ACK-' DELIMITED BY SIZE
                  WS-ACK-SUBMITTER DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-ACK-BATCH-ID DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-ACK-FILE-NAME
           END-STRING
           IF BATCH-REPEATED(WS-BAT-IDX)
               OPEN EXTEND ACK-FILE
               IF WS-ACK-FILE-STATUS NOT = '00'
                   OPEN OUTPUT ACK-FILE
               END-IF
           ELSE
               OPEN OUTPUT ACK-FILE
           END-IF
           SET ACK-OPEN TO TRUE
           ADD 1 TO WS-ACKS-WRITTEN
           MOVE 'B' TO AK-RECORD-TYPE
           MOVE WS-BAT-SUBMITTER(WS-BAT-IDX) TO AK-SUBMITTER-ID
           MOVE WS-BAT-ID(WS-BAT-IDX) TO AK-BATCH-ID
           MOVE WS-BAT-CREATED(WS-BAT-IDX) TO AK-CREATED-DATE
           MOVE WS-BUSINESS-DATE TO AK-RECEIVED-DATE
           MOVE WS-BAT-REASON(WS-BAT-IDX) TO AK-BATCH-REASON
           EVALUATE TRUE
               WHEN BATCH-FAILED(WS-BAT-IDX)
                   MOVE 'REJECTED' TO AK-BATCH-STATUS
               WHEN WS-BAT-REJECTED(WS-BAT-IDX) > ZERO
                   MOVE 'PARTIAL' TO AK-BATCH-STATUS
               WHEN OTHER
                   MOVE 'ACCEPTED' TO AK-BATCH-STATUS
           END-EVALUATE
           MOVE WS-BAT-CLAIMS(WS-BAT-IDX) TO AK-CLAIMS-RECEIVED
           MOVE WS-BAT-ACCEPTED(WS-BAT-IDX) TO AK-CLAIMS-ACCEPTED
           MOVE WS-BAT-REJECTED(WS-BAT-IDX) TO AK-CLAIMS-REJECTED
           MOVE WS-BAT-BILLED(WS-BAT-IDX) TO AK-BILLED-ACCEPTED
           WRITE ACK-BATCH-RECORD.

       CLOSE-BATCH-ACK.
           IF ACK-OPEN
               CLOSE ACK-FILE
               MOVE 'N' TO WS-ACK-OPEN
           END-IF.

       ACK-EMPTY-BATCHES.
      *    A batch that carried no claims never reaches the sort
      *    but is still answered
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BATCH-COUNT
               IF WS-BAT-CLAIMS(WS-BAT-SUB) = ZERO
                   MOVE WS-BAT-SUB TO WS-ACK-BATCH
                   PERFORM OPEN-BATCH-ACK
                   PERFORM CLOSE-BATCH-ACK
               END-IF
           END-PERFORM.

       WRITE-REJECT-RECORD.
      *    Suspense extract for claims refused at intake,
      *    consolidated by the SUSPENSE-MANAGER
      *    Target: PAYER-ANALYST.CLAIMS-OPERATIONS.INTAKE-REJECTS
           ADD 1 TO WS-REJECTED-COUNT
           MOVE CLAIM-RECORD(1:12) TO RJ-CLAIM-ID
           MOVE WS-REASON-CODE TO RJ-REASON-CODE
           MOVE WS-REASON-TEXT TO RJ-REASON-TEXT
           MOVE CLAIM-RECORD(13:10) TO RJ-MEMBER-ID
           MOVE CLAIM-RECORD(31:8) TO RJ-SERVICE-DATE
           MOVE WS-BUSINESS-DATE TO RJ-RECEIVED-DATE
           WRITE REJECT-RECORD.

       WRITE-INTAKE-REPORT.
      *    Write output to: PAYER-ANALYST.CLAIMS-OPERATIONS.INTAKE
           DISPLAY '=========================================='
           DISPLAY 'CLAIMS INTAKE REPORT'
           DISPLAY 'DATE RECEIVED: ' WS-BUSINESS-DATE
           DISPLAY 'TIMELY FILING LIMIT (DAYS): '
               WS-TIMELY-FILING-DAYS
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'BATCHES RECEIVED: ' WS-BATCH-COUNT
           DISPLAY '  Failed control totals: ' WS-BATCHES-FAILED
           DISPLAY '  Acknowledgments written: ' WS-ACKS-WRITTEN
           DISPLAY 'CLAIMS RECEIVED: ' WS-CLAIMS-READ
           DISPLAY '  Accepted to CLAIMS.DAT: ' WS-ACCEPTED-COUNT
           DISPLAY '  Rejected: ' WS-REJECTED-COUNT
           DISPLAY '    Outside a batch: ' WS-OUTSIDE-COUNT
           DISPLAY 'BILLED AMOUNT ACCEPTED: ' WS-ACCEPTED-BILLED
           IF WS-ORPHAN-TRAILERS > ZERO
               DISPLAY 'TRAILERS WITH NO OPEN BATCH: '
                   WS-ORPHAN-TRAILERS
           END-IF
           IF WS-SPANS-DROPPED > ZERO
               DISPLAY 'ENROLLMENT SPANS DROPPED (TABLE FULL): '
                   WS-SPANS-DROPPED
           END-IF
           DISPLAY ' '
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BATCH-COUNT
               DISPLAY '  ' WS-BAT-SUBMITTER(WS-BAT-SUB)
                   ' ' WS-BAT-ID(WS-BAT-SUB)
                   ' RECEIVED ' WS-BAT-CLAIMS(WS-BAT-SUB)
                   ' ACCEPTED ' WS-BAT-ACCEPTED(WS-BAT-SUB)
                   ' REJECTED ' WS-BAT-REJECTED(WS-BAT-SUB)
               IF BATCH-FAILED(WS-BAT-SUB)
                   DISPLAY '    *** BATCH REFUSED: '
                       WS-BAT-REASON(WS-BAT-SUB)
               END-IF
           END-PERFORM
           DISPLAY '=========================================='
           DISPLAY 'INTAKE COMPLETE'.
