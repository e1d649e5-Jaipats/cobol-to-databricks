       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVIDER-DIRECTORY.
       AUTHOR. NETWORK-MANAGEMENT-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Member-facing provider directory publication. Builds the
      *    published directory extract from PROVIDERS.DAT instead
      *    of the hand-built copy the regulators audit: in-network
      *    providers only, with specialty, practice location and
      *    whether the provider is accepting new patients as last
      *    attested. Each provider attests to the directory data
      *    quarterly; the attestations received since the last run
      *    (ATTESTATIONS-RECEIVED.DAT) are posted to the
      *    attestation master, PROVIDER-ATTESTATION.DAT, which is
      *    rewritten as PROVIDER-ATTESTATION-NEW.DAT for the
      *    generation manager to promote. A provider whose last
      *    attestation (or first listing, if it has never attested)
      *    is more than 90 days old goes on the outreach list; at
      *    more than two quarters it is suppressed from the
      *    directory until it attests again. The extract is
      *    compared to the prior publication, carried forward as
      *    PROVIDER-DIRECTORY-PRIOR.DAT, and every add, drop and
      *    change is written to DIRECTORY-CHANGES.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVIDER-FILE
               ASSIGN TO "PROVIDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT ATTESTATION-FILE
               ASSIGN TO "PROVIDER-ATTESTATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ATTEST-FILE-STATUS.
           SELECT RECEIVED-FILE
               ASSIGN TO "ATTESTATIONS-RECEIVED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECEIVED-FILE-STATUS.
           SELECT PRIOR-DIRECTORY-FILE
               ASSIGN TO "PROVIDER-DIRECTORY-PRIOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "DIRECTORY-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT DIRECTORY-SORT-FILE
               ASSIGN TO "DIRSORT.TMP".
           SELECT DIRECTORY-FILE
               ASSIGN TO "PROVIDER-DIRECTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT NEW-ATTESTATION-FILE
               ASSIGN TO "PROVIDER-ATTESTATION-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT OUTREACH-FILE
               ASSIGN TO "ATTESTATION-OUTREACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CHANGE-FILE
               ASSIGN TO "DIRECTORY-CHANGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVIDER-FILE.
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
           05  PM-TAX-ID           PIC X(9).
           05  PM-TIN-TYPE         PIC X(1).
           05  PM-1099-ELIGIBLE    PIC X(1).

       FD  ATTESTATION-FILE.
      *    Attestation master: the provider's last attestation, the
      *    new-patient status it attested (Y/N, U before the first
      *    attestation), and the date the provider was first listed
      *    in the directory, which starts the clock for a provider
      *    that has never attested
       01  ATTESTATION-RECORD.
           05  AT-PROVIDER-ID      PIC 9(8).
           05  AT-LAST-ATTESTED    PIC 9(8).
           05  AT-ACCEPTING-NEW    PIC X(1).
           05  AT-FIRST-LISTED     PIC 9(8).
           05  FILLER              PIC X(35).

       FD  RECEIVED-FILE.
      *    Attestations returned by providers since the last run,
      *    from the network management portal
       01  RECEIVED-RECORD.
           05  AR-PROVIDER-ID      PIC 9(8).
           05  AR-ATTEST-DATE      PIC 9(8).
           05  AR-ACCEPTING-NEW    PIC X(1).

       FD  PRIOR-DIRECTORY-FILE.
      *    Last publication, control records stripped when it was
      *    promoted
       01  PRIOR-DIRECTORY-RECORD.
           05  PP-PROVIDER-ID      PIC 9(8).
           05  PP-DIRECTORY-DATA.
               10  PP-PROVIDER-NAME    PIC X(50).
               10  PP-PROVIDER-TYPE    PIC X(20).
               10  PP-SPECIALTY        PIC X(30).
               10  PP-REGION-CODE      PIC X(10).
               10  PP-COUNTY-NAME      PIC X(20).
               10  PP-ZIP-CODE         PIC X(5).
               10  PP-ACCEPTING-NEW    PIC X(1).
           05  PP-LAST-ATTESTED    PIC 9(8).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CF-OUTREACH-DAYS    PIC 9(3).
           05  CF-SUPPRESS-DAYS    PIC 9(3).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

      *    Everything known about a provider, in provider order:
      *    the master record, its attestation master entry, the
      *    attestations received (oldest first), then last
      *    publication's entry
       SD  DIRECTORY-SORT-FILE.
       01  DIRECTORY-SORT-RECORD.
           05  DS-PROVIDER-ID      PIC 9(8).
           05  DS-EVENT-TYPE       PIC X(1).
               88  DS-MASTER       VALUE '1'.
               88  DS-ATTESTATION  VALUE '2'.
               88  DS-RECEIVED     VALUE '3'.
               88  DS-PRIOR-ENTRY  VALUE '4'.
           05  DS-DATE             PIC 9(8).
           05  DS-ACCEPTING-NEW    PIC X(1).
           05  DS-FIRST-LISTED     PIC 9(8).
           05  DS-DIRECTORY-DATA.
               10  DS-PROVIDER-NAME    PIC X(50).
               10  DS-PROVIDER-TYPE    PIC X(20).
               10  DS-SPECIALTY        PIC X(30).
               10  DS-REGION-CODE      PIC X(10).
               10  DS-COUNTY-NAME      PIC X(20).
               10  DS-ZIP-CODE         PIC X(5).
               10  DS-DIR-ACCEPTING    PIC X(1).
           05  DS-NETWORK-STATUS   PIC X(10).

       FD  DIRECTORY-FILE.
      *    Published directory: one line per listed provider
       01  DIRECTORY-RECORD.
           05  PD-PROVIDER-ID      PIC 9(8).
           05  PD-DIRECTORY-DATA.
               10  PD-PROVIDER-NAME    PIC X(50).
               10  PD-PROVIDER-TYPE    PIC X(20).
               10  PD-SPECIALTY        PIC X(30).
               10  PD-REGION-CODE      PIC X(10).
               10  PD-COUNTY-NAME      PIC X(20).
               10  PD-ZIP-CODE         PIC X(5).
               10  PD-ACCEPTING-NEW    PIC X(1).
           05  PD-LAST-ATTESTED    PIC 9(8).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PD==.

       FD  NEW-ATTESTATION-FILE.
       01  NEW-ATTESTATION-RECORD.
           05  AN-PROVIDER-ID      PIC 9(8).
           05  AN-LAST-ATTESTED    PIC 9(8).
           05  AN-ACCEPTING-NEW    PIC X(1).
           05  AN-FIRST-LISTED     PIC 9(8).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==AN==.

       FD  OUTREACH-FILE.
      *    Attestation outreach worklist: WHY is OVRD (over the
      *    outreach age, still listed) or SUPP (suppressed from the
      *    directory until the provider attests)
       01  OUTREACH-RECORD.
           05  AO-PROVIDER-ID      PIC 9(8).
           05  AO-PROVIDER-NAME    PIC X(50).
           05  AO-LAST-ATTESTED    PIC 9(8).
           05  AO-DAYS-SINCE       PIC 9(5).
           05  AO-WHY              PIC X(4).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==AO==.

       FD  CHANGE-FILE.
      *    Publication differences against the prior directory:
      *    ADD, DROP (with the reason) or CHG (with the fields that
      *    changed)
       01  CHANGE-RECORD.
           05  DC-CHANGE-TYPE      PIC X(4).
           05  DC-PROVIDER-ID      PIC 9(8).
           05  DC-DETAIL           PIC X(40).

       WORKING-STORAGE SECTION.
      *    Attestation ages in days; tunable without a recompile via
      *    DIRECTORY-CONTROL.DAT
       01  WS-OUTREACH-DAYS        PIC 9(3) VALUE 90.
       01  WS-SUPPRESS-DAYS        PIC 9(3) VALUE 180.
       01  WS-CONTROL-STATUS       PIC XX.

       01  WS-PROVIDER-FILE-STATUS PIC XX.
       01  WS-PROVIDER-EOF         PIC X VALUE 'N'.
           88  END-OF-PROVIDERS    VALUE 'Y'.
       01  WS-ATTEST-FILE-STATUS   PIC XX.
       01  WS-ATTEST-EOF           PIC X VALUE 'N'.
           88  END-OF-ATTESTATIONS VALUE 'Y'.
       01  WS-RECEIVED-FILE-STATUS PIC XX.
       01  WS-RECEIVED-EOF         PIC X VALUE 'N'.
           88  END-OF-RECEIVED     VALUE 'Y'.
       01  WS-PRIOR-FILE-STATUS    PIC XX.
       01  WS-PRIOR-EOF            PIC X VALUE 'N'.
           88  END-OF-PRIOR        VALUE 'Y'.
       01  WS-PRIOR-FOUND          PIC X VALUE 'N'.
           88  PRIOR-DIRECTORY-FOUND VALUE 'Y'.
       01  WS-PARAM-STATUS         PIC XX.
       01  WS-DIR-SORT-EOF         PIC X VALUE 'N'.
           88  END-OF-DIR-SORT     VALUE 'Y'.

      *    The directory is as of the cycle's business date under
      *    the batch driver, otherwise the run date
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-AS-OF-DATE           PIC 9(8).
       01  WS-AS-OF-INT            PIC 9(7).
       01  WS-BASIS-DATE           PIC 9(8).
       01  WS-BASIS-INT            PIC 9(7).
       01  WS-DAYS-SINCE           PIC S9(5).

      *    Provider control break state
       01  WS-PROVIDER-BREAK.
           05  WS-CUR-PROVIDER-ID  PIC 9(8).
           05  WS-CUR-ON-MASTER    PIC X.
               88  CUR-ON-MASTER   VALUE 'Y'.
           05  WS-CUR-IN-NETWORK   PIC X.
               88  CUR-IN-NETWORK  VALUE 'Y'.
           05  WS-CUR-DIRECTORY-DATA.
               10  WS-CUR-PROVIDER-NAME PIC X(50).
               10  WS-CUR-PROVIDER-TYPE PIC X(20).
               10  WS-CUR-SPECIALTY     PIC X(30).
               10  WS-CUR-REGION-CODE   PIC X(10).
               10  WS-CUR-COUNTY-NAME   PIC X(20).
               10  WS-CUR-ZIP-CODE      PIC X(5).
               10  WS-CUR-ACCEPTING-NEW PIC X(1).
           05  WS-CUR-HAS-ATTEST   PIC X.
               88  CUR-HAS-ATTEST  VALUE 'Y'.
           05  WS-CUR-LAST-ATTESTED PIC 9(8).
           05  WS-CUR-FIRST-LISTED PIC 9(8).
           05  WS-CUR-IN-PRIOR     PIC X.
               88  CUR-IN-PRIOR    VALUE 'Y'.
           05  WS-CUR-PRIOR-DATA.
               10  WS-PRI-PROVIDER-NAME PIC X(50).
               10  WS-PRI-PROVIDER-TYPE PIC X(20).
               10  WS-PRI-SPECIALTY     PIC X(30).
               10  WS-PRI-REGION-CODE   PIC X(10).
               10  WS-PRI-COUNTY-NAME   PIC X(20).
               10  WS-PRI-ZIP-CODE      PIC X(5).
               10  WS-PRI-ACCEPTING-NEW PIC X(1).
           05  WS-CUR-LISTED       PIC X.
               88  CUR-LISTED      VALUE 'Y'.
           05  WS-CUR-DROP-REASON  PIC X(40).
       01  WS-BREAK-ACTIVE         PIC X VALUE 'N'.
           88  BREAK-ACTIVE        VALUE 'Y'.
       01  WS-CHANGE-DETAIL        PIC X(40).
       01  WS-CHANGE-PTR           PIC 9(2).

       01  WS-COUNTERS.
           05  WS-PROVIDERS-READ   PIC 9(7) VALUE ZERO.
           05  WS-IN-NETWORK       PIC 9(7) VALUE ZERO.
           05  WS-ATTESTS-ON-FILE  PIC 9(7) VALUE ZERO.
           05  WS-RECEIVED-READ    PIC 9(7) VALUE ZERO.
           05  WS-RECEIVED-POSTED  PIC 9(7) VALUE ZERO.
           05  WS-RECEIVED-REJECTED PIC 9(7) VALUE ZERO.
           05  WS-RECEIVED-STALE   PIC 9(7) VALUE ZERO.
           05  WS-PRIOR-READ       PIC 9(7) VALUE ZERO.
           05  WS-LISTED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-OVERDUE-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESSED-COUNT PIC 9(7) VALUE ZERO.
           05  WS-NEVER-ATTESTED   PIC 9(7) VALUE ZERO.
           05  WS-ADD-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-DROP-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-CHANGE-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ATTEST-DROPPED   PIC 9(7) VALUE ZERO.

      *    Extract control totals; every hash is provider count
       01  WS-PD-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-AN-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-AO-REC-COUNT         PIC 9(9) VALUE ZERO.

      *    Bad open on the primary extract aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CONTROL-THRESHOLDS
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM OPEN-FILES
           IF NOT OPEN-FAILED
               SORT DIRECTORY-SORT-FILE
                   ASCENDING KEY DS-PROVIDER-ID
                                 DS-EVENT-TYPE
                                 DS-DATE
                   INPUT PROCEDURE IS RELEASE-PROVIDER-EVENTS
                   OUTPUT PROCEDURE IS BUILD-DIRECTORY
               PERFORM WRITE-DIRECTORY-REPORT
               IF WS-RECEIVED-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-CONTROL-THRESHOLDS.
      *    Optional - the compiled-in ages stand when the run has
      *    no control file present
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CF-OUTREACH-DAYS TO WS-OUTREACH-DAYS
                       MOVE CF-SUPPRESS-DAYS TO WS-SUPPRESS-DAYS
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-RUN-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-BUSINESS-DATE IS NUMERIC AND
                          RP-BUSINESS-DATE > ZERO
                           MOVE RP-BUSINESS-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).

       OPEN-FILES.
      *    Open input file from mainframe
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PROVIDERS
           OPEN INPUT PROVIDER-FILE
           IF WS-PROVIDER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN PROVIDERS.DAT - STATUS '
                   WS-PROVIDER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           END-IF.

       RELEASE-PROVIDER-EVENTS.
           PERFORM RELEASE-PROVIDER-MASTER
           PERFORM RELEASE-ATTESTATION-MASTER
           PERFORM RELEASE-RECEIVED-ATTESTATIONS
           PERFORM RELEASE-PRIOR-DIRECTORY.

       RELEASE-PROVIDER-MASTER.
           PERFORM UNTIL END-OF-PROVIDERS
               READ PROVIDER-FILE
                   AT END SET END-OF-PROVIDERS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PROVIDERS-READ
                       PERFORM CLEAR-SORT-EVENT
                       MOVE PM-PROVIDER-ID TO DS-PROVIDER-ID
                       MOVE '1' TO DS-EVENT-TYPE
                       MOVE PM-PROVIDER-NAME TO DS-PROVIDER-NAME
                       MOVE PM-PROVIDER-TYPE TO DS-PROVIDER-TYPE
                       MOVE PM-SPECIALTY TO DS-SPECIALTY
                       MOVE PM-REGION-CODE TO DS-REGION-CODE
                       MOVE PM-COUNTY-NAME TO DS-COUNTY-NAME
                       MOVE PM-ZIP-CODE TO DS-ZIP-CODE
                       MOVE PM-NETWORK-STATUS TO DS-NETWORK-STATUS
                       RELEASE DIRECTORY-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE PROVIDER-FILE.

       RELEASE-ATTESTATION-MASTER.
      *    Optional - the first run starts every provider's clock
      *    from the day it is first listed
           OPEN INPUT ATTESTATION-FILE
           IF WS-ATTEST-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-ATTESTATIONS
                   READ ATTESTATION-FILE
                       AT END SET END-OF-ATTESTATIONS TO TRUE
                       NOT AT END
                           IF ATTESTATION-RECORD(1:3) NOT = 'HDR' AND
                              ATTESTATION-RECORD(1:3) NOT = 'TRL'
                               ADD 1 TO WS-ATTESTS-ON-FILE
                               PERFORM CLEAR-SORT-EVENT
                               MOVE AT-PROVIDER-ID TO DS-PROVIDER-ID
                               MOVE '2' TO DS-EVENT-TYPE
                               MOVE AT-LAST-ATTESTED TO DS-DATE
                               MOVE AT-ACCEPTING-NEW
                                   TO DS-ACCEPTING-NEW
                               MOVE AT-FIRST-LISTED TO DS-FIRST-LISTED
                               RELEASE DIRECTORY-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTESTATION-FILE
           ELSE
               DISPLAY 'PROVIDER-ATTESTATION.DAT NOT FOUND - '
                   'STARTING A NEW ATTESTATION MASTER'
           END-IF.

       RELEASE-RECEIVED-ATTESTATIONS.
      *    Optional - a run with no returns simply ages everyone.
      *    A return must carry a real date no later than the
      *    directory date and a Y/N new-patient status.
           OPEN INPUT RECEIVED-FILE
           IF WS-RECEIVED-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-RECEIVED
                   READ RECEIVED-FILE
                       AT END SET END-OF-RECEIVED TO TRUE
                       NOT AT END PERFORM RELEASE-ONE-RECEIVED
                   END-READ
               END-PERFORM
               CLOSE RECEIVED-FILE
           ELSE
               DISPLAY 'ATTESTATIONS-RECEIVED.DAT NOT FOUND - NO '
                   'ATTESTATIONS POSTED THIS RUN'
           END-IF.

       RELEASE-ONE-RECEIVED.
           ADD 1 TO WS-RECEIVED-READ
           EVALUATE TRUE
               WHEN AR-PROVIDER-ID IS NOT NUMERIC OR
                    AR-PROVIDER-ID = ZERO
                   ADD 1 TO WS-RECEIVED-REJECTED
                   DISPLAY 'ATTESTATION REJECTED - BAD PROVIDER ID: '
                       RECEIVED-RECORD
               WHEN AR-ATTEST-DATE IS NOT NUMERIC OR
                    AR-ATTEST-DATE = ZERO OR
                    AR-ATTEST-DATE > WS-AS-OF-DATE
                   ADD 1 TO WS-RECEIVED-REJECTED
                   DISPLAY 'ATTESTATION REJECTED - BAD DATE: '
                       AR-PROVIDER-ID ' ' AR-ATTEST-DATE
               WHEN AR-ACCEPTING-NEW NOT = 'Y' AND
                    AR-ACCEPTING-NEW NOT = 'N'
                   ADD 1 TO WS-RECEIVED-REJECTED
                   DISPLAY 'ATTESTATION REJECTED - NEW-PATIENT STATUS '
                       'NOT Y/N: ' AR-PROVIDER-ID
               WHEN OTHER
                   PERFORM CLEAR-SORT-EVENT
                   MOVE AR-PROVIDER-ID TO DS-PROVIDER-ID
                   MOVE '3' TO DS-EVENT-TYPE
                   MOVE AR-ATTEST-DATE TO DS-DATE
                   MOVE AR-ACCEPTING-NEW TO DS-ACCEPTING-NEW
                   RELEASE DIRECTORY-SORT-RECORD
           END-EVALUATE.

       RELEASE-PRIOR-DIRECTORY.
      *    Optional - the first publication is all adds
           OPEN INPUT PRIOR-DIRECTORY-FILE
           IF WS-PRIOR-FILE-STATUS = '00'
               SET PRIOR-DIRECTORY-FOUND TO TRUE
               PERFORM UNTIL END-OF-PRIOR
                   READ PRIOR-DIRECTORY-FILE
                       AT END SET END-OF-PRIOR TO TRUE
                       NOT AT END
                           IF PRIOR-DIRECTORY-RECORD(1:3)
                                  NOT = 'HDR' AND
                              PRIOR-DIRECTORY-RECORD(1:3)
                                  NOT = 'TRL'
                               ADD 1 TO WS-PRIOR-READ
                               PERFORM CLEAR-SORT-EVENT
                               MOVE PP-PROVIDER-ID TO DS-PROVIDER-ID
                               MOVE '4' TO DS-EVENT-TYPE
                               MOVE PP-DIRECTORY-DATA
                                   TO DS-DIRECTORY-DATA
                               RELEASE DIRECTORY-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-DIRECTORY-FILE
           ELSE
               DISPLAY 'PROVIDER-DIRECTORY-PRIOR.DAT NOT FOUND - '
                   'EVERY LISTING REPORTED AS AN ADD'
           END-IF.

       CLEAR-SORT-EVENT.
           MOVE ZERO TO DS-DATE
           MOVE SPACES TO DS-ACCEPTING-NEW
           MOVE ZERO TO DS-FIRST-LISTED
           MOVE SPACES TO DS-DIRECTORY-DATA
           MOVE SPACES TO DS-NETWORK-STATUS.

       BUILD-DIRECTORY.
      *    Control break on provider over the sorted events; all
      *    four outputs come out in provider order
           OPEN OUTPUT DIRECTORY-FILE
           OPEN OUTPUT NEW-ATTESTATION-FILE
           OPEN OUTPUT OUTREACH-FILE
           OPEN OUTPUT CHANGE-FILE
           MOVE 'HDR' TO PD-H-RECORD-TYPE
           MOVE 'PROVIDER-DIRECTORY' TO PD-H-PROGRAM
           MOVE WS-RUN-DATE TO PD-H-RUN-DATE
           MOVE WS-AS-OF-DATE TO PD-H-PERIOD
           WRITE PD-HEADER-RECORD
           MOVE 'HDR' TO AN-H-RECORD-TYPE
           MOVE 'PROVIDER-DIRECTORY' TO AN-H-PROGRAM
           MOVE WS-RUN-DATE TO AN-H-RUN-DATE
           MOVE WS-AS-OF-DATE TO AN-H-PERIOD
           WRITE AN-HEADER-RECORD
           MOVE 'HDR' TO AO-H-RECORD-TYPE
           MOVE 'PROVIDER-DIRECTORY' TO AO-H-PROGRAM
           MOVE WS-RUN-DATE TO AO-H-RUN-DATE
           MOVE WS-AS-OF-DATE TO AO-H-PERIOD
           WRITE AO-HEADER-RECORD
           RETURN DIRECTORY-SORT-FILE
               AT END SET END-OF-DIR-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-DIR-SORT
               IF BREAK-ACTIVE AND
                  DS-PROVIDER-ID NOT = WS-CUR-PROVIDER-ID
                   PERFORM FINISH-ONE-PROVIDER
               END-IF
               IF NOT BREAK-ACTIVE
                   PERFORM START-ONE-PROVIDER
               END-IF
               EVALUATE TRUE
                   WHEN DS-MASTER
                       PERFORM TAKE-MASTER-RECORD
                   WHEN DS-ATTESTATION
                       MOVE 'Y' TO WS-CUR-HAS-ATTEST
                       MOVE DS-DATE TO WS-CUR-LAST-ATTESTED
                       MOVE DS-ACCEPTING-NEW TO WS-CUR-ACCEPTING-NEW
                       MOVE DS-FIRST-LISTED TO WS-CUR-FIRST-LISTED
                   WHEN DS-RECEIVED
                       PERFORM POST-RECEIVED-ATTESTATION
                   WHEN DS-PRIOR-ENTRY
                       MOVE 'Y' TO WS-CUR-IN-PRIOR
                       MOVE DS-DIRECTORY-DATA TO WS-CUR-PRIOR-DATA
               END-EVALUATE
               RETURN DIRECTORY-SORT-FILE
                   AT END SET END-OF-DIR-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF BREAK-ACTIVE
               PERFORM FINISH-ONE-PROVIDER
           END-IF
           MOVE 'TRL' TO PD-T-RECORD-TYPE
           MOVE WS-PD-REC-COUNT TO PD-T-RECORD-COUNT
           MOVE WS-PD-REC-COUNT TO PD-T-HASH-TOTAL
           WRITE PD-TRAILER-RECORD
           MOVE 'TRL' TO AN-T-RECORD-TYPE
           MOVE WS-AN-REC-COUNT TO AN-T-RECORD-COUNT
           MOVE WS-AN-REC-COUNT TO AN-T-HASH-TOTAL
           WRITE AN-TRAILER-RECORD
           MOVE 'TRL' TO AO-T-RECORD-TYPE
           MOVE WS-AO-REC-COUNT TO AO-T-RECORD-COUNT
           MOVE WS-AO-REC-COUNT TO AO-T-HASH-TOTAL
           WRITE AO-TRAILER-RECORD
           CLOSE DIRECTORY-FILE
           CLOSE NEW-ATTESTATION-FILE
           CLOSE OUTREACH-FILE
           CLOSE CHANGE-FILE.

       START-ONE-PROVIDER.
           SET BREAK-ACTIVE TO TRUE
           MOVE DS-PROVIDER-ID TO WS-CUR-PROVIDER-ID
           MOVE 'N' TO WS-CUR-ON-MASTER
           MOVE 'N' TO WS-CUR-IN-NETWORK
           MOVE SPACES TO WS-CUR-DIRECTORY-DATA
           MOVE 'U' TO WS-CUR-ACCEPTING-NEW
           MOVE 'N' TO WS-CUR-HAS-ATTEST
           MOVE ZERO TO WS-CUR-LAST-ATTESTED
           MOVE ZERO TO WS-CUR-FIRST-LISTED
           MOVE 'N' TO WS-CUR-IN-PRIOR
           MOVE SPACES TO WS-CUR-PRIOR-DATA
           MOVE 'N' TO WS-CUR-LISTED
           MOVE SPACES TO WS-CUR-DROP-REASON.

       TAKE-MASTER-RECORD.
           MOVE 'Y' TO WS-CUR-ON-MASTER
           MOVE DS-PROVIDER-NAME TO WS-CUR-PROVIDER-NAME
           MOVE DS-PROVIDER-TYPE TO WS-CUR-PROVIDER-TYPE
           MOVE DS-SPECIALTY TO WS-CUR-SPECIALTY
           MOVE DS-REGION-CODE TO WS-CUR-REGION-CODE
           MOVE DS-COUNTY-NAME TO WS-CUR-COUNTY-NAME
           MOVE DS-ZIP-CODE TO WS-CUR-ZIP-CODE
           IF DS-NETWORK-STATUS = 'IN-NETWORK'
               MOVE 'Y' TO WS-CUR-IN-NETWORK
               ADD 1 TO WS-IN-NETWORK
           END-IF.

       POST-RECEIVED-ATTESTATION.
      *    Returns arrive oldest first, so the latest one stands;
      *    a return older than the one already on file is ignored
           IF DS-DATE < WS-CUR-LAST-ATTESTED
               ADD 1 TO WS-RECEIVED-STALE
           ELSE
               ADD 1 TO WS-RECEIVED-POSTED
               MOVE 'Y' TO WS-CUR-HAS-ATTEST
               MOVE DS-DATE TO WS-CUR-LAST-ATTESTED
               MOVE DS-ACCEPTING-NEW TO WS-CUR-ACCEPTING-NEW
           END-IF.

       FINISH-ONE-PROVIDER.
      *    Attestation entries for providers no longer on the
      *    master are dropped from the new attestation master
           MOVE 'N' TO WS-BREAK-ACTIVE
           IF NOT CUR-ON-MASTER
               IF CUR-HAS-ATTEST
                   ADD 1 TO WS-ATTEST-DROPPED
               END-IF
               MOVE 'NO LONGER ON PROVIDER MASTER'
                   TO WS-CUR-DROP-REASON
           ELSE
               IF CUR-IN-NETWORK
                   PERFORM JUDGE-ATTESTATION-AGE
               ELSE
                   MOVE 'NOT IN NETWORK' TO WS-CUR-DROP-REASON
               END-IF
               IF CUR-IN-NETWORK OR CUR-HAS-ATTEST
                   PERFORM WRITE-NEW-ATTESTATION
               END-IF
           END-IF
           PERFORM COMPARE-TO-PRIOR.

       JUDGE-ATTESTATION-AGE.
      *    The clock runs from the last attestation, or from the
      *    first listing for a provider that has never attested
           IF WS-CUR-FIRST-LISTED = ZERO
               MOVE WS-AS-OF-DATE TO WS-CUR-FIRST-LISTED
           END-IF
           IF WS-CUR-LAST-ATTESTED > ZERO
               MOVE WS-CUR-LAST-ATTESTED TO WS-BASIS-DATE
           ELSE
               MOVE WS-CUR-FIRST-LISTED TO WS-BASIS-DATE
               ADD 1 TO WS-NEVER-ATTESTED
           END-IF
           COMPUTE WS-BASIS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BASIS-DATE)
           COMPUTE WS-DAYS-SINCE = WS-AS-OF-INT - WS-BASIS-INT
           IF WS-DAYS-SINCE < ZERO
               MOVE ZERO TO WS-DAYS-SINCE
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-SINCE > WS-SUPPRESS-DAYS
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   MOVE 'ATTESTATION LAPSED' TO WS-CUR-DROP-REASON
                   MOVE 'SUPP' TO AO-WHY
                   PERFORM WRITE-OUTREACH-LINE
               WHEN WS-DAYS-SINCE > WS-OUTREACH-DAYS
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE 'OVRD' TO AO-WHY
                   PERFORM WRITE-OUTREACH-LINE
                   PERFORM WRITE-DIRECTORY-LINE
               WHEN OTHER
                   PERFORM WRITE-DIRECTORY-LINE
           END-EVALUATE.

       WRITE-OUTREACH-LINE.
      *    Target: PAYER-ANALYST.NETWORK.ATTESTATION-OUTREACH
           MOVE WS-CUR-PROVIDER-ID TO AO-PROVIDER-ID
           MOVE WS-CUR-PROVIDER-NAME TO AO-PROVIDER-NAME
           MOVE WS-CUR-LAST-ATTESTED TO AO-LAST-ATTESTED
           MOVE WS-DAYS-SINCE TO AO-DAYS-SINCE
           WRITE OUTREACH-RECORD
           ADD 1 TO WS-AO-REC-COUNT.

       WRITE-DIRECTORY-LINE.
      *    Target: PAYER-ANALYST.NETWORK.PROVIDER-DIRECTORY
           MOVE 'Y' TO WS-CUR-LISTED
           MOVE WS-CUR-PROVIDER-ID TO PD-PROVIDER-ID
           MOVE WS-CUR-DIRECTORY-DATA TO PD-DIRECTORY-DATA
           MOVE WS-CUR-LAST-ATTESTED TO PD-LAST-ATTESTED
           WRITE DIRECTORY-RECORD
           ADD 1 TO WS-PD-REC-COUNT
           ADD 1 TO WS-LISTED-COUNT.

       WRITE-NEW-ATTESTATION.
           MOVE WS-CUR-PROVIDER-ID TO AN-PROVIDER-ID
           MOVE WS-CUR-LAST-ATTESTED TO AN-LAST-ATTESTED
           MOVE WS-CUR-ACCEPTING-NEW TO AN-ACCEPTING-NEW
           MOVE WS-CUR-FIRST-LISTED TO AN-FIRST-LISTED
           WRITE NEW-ATTESTATION-RECORD
           ADD 1 TO WS-AN-REC-COUNT.

       COMPARE-TO-PRIOR.
      *    Target: PAYER-ANALYST.NETWORK.DIRECTORY-CHANGES
           MOVE WS-CUR-PROVIDER-ID TO DC-PROVIDER-ID
           EVALUATE TRUE
               WHEN CUR-LISTED AND NOT CUR-IN-PRIOR
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'ADD' TO DC-CHANGE-TYPE
                   MOVE SPACES TO DC-DETAIL
                   WRITE CHANGE-RECORD
               WHEN CUR-IN-PRIOR AND NOT CUR-LISTED
                   ADD 1 TO WS-DROP-COUNT
                   MOVE 'DROP' TO DC-CHANGE-TYPE
                   MOVE WS-CUR-DROP-REASON TO DC-DETAIL
                   WRITE CHANGE-RECORD
               WHEN CUR-LISTED AND
                    WS-CUR-DIRECTORY-DATA NOT = WS-CUR-PRIOR-DATA
                   PERFORM BUILD-CHANGE-DETAIL
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'CHG' TO DC-CHANGE-TYPE
                   MOVE WS-CHANGE-DETAIL TO DC-DETAIL
                   WRITE CHANGE-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-CHANGE-DETAIL.
      *    Names each published field group that differs
           MOVE SPACES TO WS-CHANGE-DETAIL
           MOVE 1 TO WS-CHANGE-PTR
           IF WS-CUR-PROVIDER-NAME NOT = WS-PRI-PROVIDER-NAME OR
              WS-CUR-PROVIDER-TYPE NOT = WS-PRI-PROVIDER-TYPE
               STRING 'NAME ' DELIMITED BY SIZE
                   INTO WS-CHANGE-DETAIL WITH POINTER WS-CHANGE-PTR
           END-IF
           IF WS-CUR-SPECIALTY NOT = WS-PRI-SPECIALTY
               STRING 'SPECIALTY ' DELIMITED BY SIZE
                   INTO WS-CHANGE-DETAIL WITH POINTER WS-CHANGE-PTR
           END-IF
           IF WS-CUR-REGION-CODE NOT = WS-PRI-REGION-CODE OR
              WS-CUR-COUNTY-NAME NOT = WS-PRI-COUNTY-NAME OR
              WS-CUR-ZIP-CODE NOT = WS-PRI-ZIP-CODE
               STRING 'LOCATION ' DELIMITED BY SIZE
                   INTO WS-CHANGE-DETAIL WITH POINTER WS-CHANGE-PTR
           END-IF
           IF WS-CUR-ACCEPTING-NEW NOT = WS-PRI-ACCEPTING-NEW
               STRING 'NEW-PATIENTS ' DELIMITED BY SIZE
                   INTO WS-CHANGE-DETAIL WITH POINTER WS-CHANGE-PTR
           END-IF.

       WRITE-DIRECTORY-REPORT.
      *    Write output to: PAYER-ANALYST.NETWORK.DIRECTORY-SUMMARY
           DISPLAY '=========================================='
           DISPLAY 'PROVIDER DIRECTORY PUBLICATION'
           DISPLAY 'DIRECTORY AS OF: ' WS-AS-OF-DATE
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'PROVIDERS ON MASTER: ' WS-PROVIDERS-READ
           DISPLAY 'IN-NETWORK PROVIDERS: ' WS-IN-NETWORK
           DISPLAY 'PROVIDERS LISTED: ' WS-LISTED-COUNT
           DISPLAY ' '
           DISPLAY 'ATTESTATIONS ON FILE: ' WS-ATTESTS-ON-FILE
           DISPLAY 'ATTESTATIONS RECEIVED: ' WS-RECEIVED-READ
           DISPLAY '  POSTED: ' WS-RECEIVED-POSTED
           DISPLAY '  OLDER THAN ONE ON FILE: ' WS-RECEIVED-STALE
           DISPLAY '  REJECTED: ' WS-RECEIVED-REJECTED
           DISPLAY 'ATTESTATIONS DROPPED (OFF MASTER): '
               WS-ATTEST-DROPPED
           DISPLAY ' '
           DISPLAY 'OUTREACH AGE (DAYS): ' WS-OUTREACH-DAYS
               '  SUPPRESSION AGE (DAYS): ' WS-SUPPRESS-DAYS
           DISPLAY 'NEVER ATTESTED: ' WS-NEVER-ATTESTED
           DISPLAY 'OVERDUE - STILL LISTED: ' WS-OVERDUE-COUNT
           DISPLAY 'SUPPRESSED FROM DIRECTORY: ' WS-SUPPRESSED-COUNT
           DISPLAY ' '
           IF PRIOR-DIRECTORY-FOUND
               DISPLAY 'PRIOR PUBLICATION LISTINGS: ' WS-PRIOR-READ
           ELSE
               DISPLAY 'NO PRIOR PUBLICATION - ALL LISTINGS ARE ADDS'
           END-IF
           DISPLAY 'ADDS: ' WS-ADD-COUNT
           DISPLAY 'DROPS: ' WS-DROP-COUNT
           DISPLAY 'CHANGES: ' WS-CHANGE-COUNT
           DISPLAY '=========================================='
           DISPLAY 'ANALYSIS COMPLETE'.
