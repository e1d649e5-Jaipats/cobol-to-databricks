       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBROGATION-SCREEN.
       AUTHOR. PAYMENT-INTEGRITY-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Subrogation screen: COB-PRIMACY-CHECK only catches other
      *    coverage somebody already reported. This pass reads the
      *    claims extract for paid claims whose DIAGNOSIS-CODE is an
      *    injury, poisoning or external-cause code, and groups
      *    each member's injury claims into one case per incident
      *    window. Each case is written to the subrogation case file
      *    with the total paid to date. A member carrying an AUTO or
      *    WORKCOMP record on the other-coverage file is routed as
      *    known liability for the recovery unit to pursue; every
      *    other case puts the member on the accident questionnaire
      *    mailing so we ask before the dollars are gone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT SUBRO-SORT-FILE
               ASSIGN TO "SUBROSORT.TMP".
           SELECT OTHER-COVERAGE-FILE
               ASSIGN TO "OTHER-COVERAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COVERAGE-FILE-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "SUBRO-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CASE-FILE
               ASSIGN TO "SUBROGATION-CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT QUESTIONNAIRE-FILE
               ASSIGN TO "SUBRO-QUESTIONNAIRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       SD  SUBRO-SORT-FILE.
       01  SUBRO-SORT-RECORD.
           05  SW-MEMBER-ID        PIC 9(10).
           05  SW-SERVICE-DATE     PIC 9(8).
           05  SW-CLAIM-ID         PIC 9(12).
           05  SW-DIAGNOSIS-CODE   PIC X(7).
           05  SW-PAID             PIC 9(7)V99.

       FD  OTHER-COVERAGE-FILE.
           COPY "OTHER-COVERAGE-RECORD.CPY".

       FD  CONTROL-FILE.
      *    Days after the incident (first injury service date) that
      *    later injury claims still belong to the same case
       01  CONTROL-RECORD.
           05  CT-INCIDENT-WINDOW-DAYS PIC 9(3).

       FD  CASE-FILE.
      *    One subrogation case per member per incident window.
      *    ROUTING is KNOWN-LIAB when an AUTO or WORKCOMP carrier is
      *    on file (named in LIABILITY-TYPE and CARRIER-NAME) and
      *    QUESTIONNR when the member has to be asked.
       01  CASE-RECORD.
           05  SB-MEMBER-ID        PIC 9(10).
           05  SB-INCIDENT-DATE    PIC 9(8).
           05  SB-LAST-SERVICE-DATE PIC 9(8).
           05  SB-PRIMARY-DIAGNOSIS PIC X(7).
           05  SB-CLAIM-COUNT      PIC 9(5).
           05  SB-TOTAL-PAID       PIC 9(11)V99.
           05  SB-ROUTING          PIC X(10).
           05  SB-LIABILITY-TYPE   PIC X(10).
           05  SB-CARRIER-NAME     PIC X(20).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==SB==.

       FD  QUESTIONNAIRE-FILE.
      *    Accident questionnaire mailing list, one line per case
      *    with no known liable carrier
       01  QUESTIONNAIRE-RECORD.
           05  SQ-MEMBER-ID        PIC 9(10).
           05  SQ-INCIDENT-DATE    PIC 9(8).
           05  SQ-PRIMARY-DIAGNOSIS PIC X(7).
           05  SQ-TOTAL-PAID       PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==SQ==.

       WORKING-STORAGE SECTION.
      *    ICD-10 injury, poisoning and external-cause categories
      *    that point to a possible liable third party: S00-T79
      *    (injuries, burns, poisonings) and V00-Y38 (transport
      *    accidents, falls, assaults). T80-T88 and Y40 on are
      *    complications of care and are left out.
       01  WS-INJURY-RANGES.
           05  FILLER PIC X(6) VALUE 'S00S99'.
           05  FILLER PIC X(6) VALUE 'T00T79'.
           05  FILLER PIC X(6) VALUE 'V00V99'.
           05  FILLER PIC X(6) VALUE 'W00W99'.
           05  FILLER PIC X(6) VALUE 'X00X99'.
           05  FILLER PIC X(6) VALUE 'Y00Y38'.
       01  WS-INJURY-RANGES-R REDEFINES WS-INJURY-RANGES.
           05  WS-INJURY-RANGE     OCCURS 6 TIMES
                                   INDEXED BY WS-RNG-IDX.
               10  WS-RNG-LOW          PIC X(3).
               10  WS-RNG-HIGH         PIC X(3).
       01  WS-INJURY-CLAIM         PIC X VALUE 'N'.
           88  INJURY-CLAIM        VALUE 'Y'.

       01  WS-INCIDENT-WINDOW-DAYS PIC 9(3) VALUE 90.
       01  WS-CONTROL-STATUS       PIC XX.

      *    AUTO and WORKCOMP coverage carried in-memory for the
      *    routing decision; other coverage types are not liability
      *    carriers and are not loaded
       01  WS-LIABILITY-TABLE.
           05  WS-LIA-ENTRY        OCCURS 3000 TIMES
                                   INDEXED BY WS-LIA-IDX.
               10  WS-LIA-MEMBER-ID    PIC 9(10).
               10  WS-LIA-CARRIER      PIC X(20).
               10  WS-LIA-TYPE         PIC X(10).
               10  WS-LIA-EFFECTIVE    PIC 9(8).
               10  WS-LIA-TERM         PIC 9(8).
       01  WS-LIABILITY-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-LIABILITY-FOUND      PIC X VALUE 'N'.
           88  LIABILITY-FOUND     VALUE 'Y'.
       01  WS-LIABILITY-IN-FORCE   PIC X VALUE 'N'.
           88  LIABILITY-IN-FORCE  VALUE 'Y'.
       01  WS-COVERAGE-FILE-STATUS PIC XX.
       01  WS-COVERAGE-EOF         PIC X VALUE 'N'.
           88  END-OF-COVERAGE     VALUE 'Y'.

      *    Current case under the member / incident-window break
       01  WS-CASE.
           05  WS-CASE-MEMBER-ID   PIC 9(10).
           05  WS-CASE-INCIDENT    PIC 9(8).
           05  WS-CASE-LAST-DATE   PIC 9(8).
           05  WS-CASE-DIAGNOSIS   PIC X(7).
           05  WS-CASE-CLAIMS      PIC 9(5).
           05  WS-CASE-PAID        PIC 9(11)V99.
       01  WS-CASE-WINDOW-END      PIC 9(8).
       01  WS-CASE-ACTIVE          PIC X VALUE 'N'.
           88  CASE-ACTIVE         VALUE 'Y'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
           88  END-OF-SUBRO-SORT   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-INJURY-CLAIMS    PIC 9(9) VALUE ZERO.
           05  WS-CASES-WRITTEN    PIC 9(7) VALUE ZERO.
           05  WS-KNOWN-LIAB-CASES PIC 9(7) VALUE ZERO.
           05  WS-AUTO-CASES       PIC 9(7) VALUE ZERO.
           05  WS-WORKCOMP-CASES   PIC 9(7) VALUE ZERO.
           05  WS-QUESTIONNAIRES   PIC 9(7) VALUE ZERO.
       01  WS-AMOUNTS.
           05  WS-TOTAL-INJURY-PAID PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-KNOWN-LIAB-PAID  PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-QUESTIONNR-PAID  PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    Extract control totals; both hashes carry case paid
      *    dollars in cents
       01  WS-EXTRACT-RUN-DATE     PIC 9(8).
       01  WS-SB-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-SB-HASH              PIC 9(15) VALUE ZERO.
       01  WS-SQ-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-SQ-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-FLAG            PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.

      *    Bad open on the primary extract aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SUBRO-CONTROL
           PERFORM LOAD-LIABILITY-COVERAGE
           PERFORM OPEN-FILES
           IF NOT OPEN-FAILED
               SORT SUBRO-SORT-FILE
                   ASCENDING KEY SW-MEMBER-ID
                                 SW-SERVICE-DATE
                                 SW-CLAIM-ID
                   INPUT PROCEDURE IS RELEASE-INJURY-CLAIMS
                   OUTPUT PROCEDURE IS BUILD-SUBROGATION-CASES
               PERFORM CLOSE-FILES
               PERFORM WRITE-SUBRO-REPORT
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-SUBRO-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CT-INCIDENT-WINDOW-DAYS NUMERIC AND
                          CT-INCIDENT-WINDOW-DAYS > ZERO
                           MOVE CT-INCIDENT-WINDOW-DAYS
                               TO WS-INCIDENT-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-LIABILITY-COVERAGE.
      *    Optional - with no other-coverage file every case goes
      *    to the questionnaire mailing
           OPEN INPUT OTHER-COVERAGE-FILE
           IF WS-COVERAGE-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-COVERAGE
                   READ OTHER-COVERAGE-FILE
                       AT END SET END-OF-COVERAGE TO TRUE
                       NOT AT END
                           IF OC-COVERAGE-TYPE = 'AUTO' OR
                              OC-COVERAGE-TYPE = 'WORKCOMP'
                               PERFORM STORE-LIABILITY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OTHER-COVERAGE-FILE
           ELSE
               DISPLAY 'OTHER-COVERAGE.DAT NOT FOUND - ALL CASES '
                   'ROUTED TO QUESTIONNAIRE'
           END-IF.

       STORE-LIABILITY-ENTRY.
           IF WS-LIABILITY-COUNT < 3000
               ADD 1 TO WS-LIABILITY-COUNT
               SET WS-LIA-IDX TO WS-LIABILITY-COUNT
               MOVE OC-MEMBER-ID TO WS-LIA-MEMBER-ID(WS-LIA-IDX)
               MOVE OC-CARRIER-NAME TO WS-LIA-CARRIER(WS-LIA-IDX)
               MOVE OC-COVERAGE-TYPE TO WS-LIA-TYPE(WS-LIA-IDX)
               MOVE OC-EFFECTIVE-DATE
                   TO WS-LIA-EFFECTIVE(WS-LIA-IDX)
               MOVE OC-TERM-DATE TO WS-LIA-TERM(WS-LIA-IDX)
           ELSE
               DISPLAY 'WARNING: LIABILITY TABLE FULL (3000) - '
                   'MEMBER ' OC-MEMBER-ID ' CARRIER NOT ROUTED'
           END-IF.

       OPEN-FILES.
      *    Open input files from mainframe
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CLAIMS.DAT - STATUS '
                   WS-CLAIM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               ACCEPT WS-EXTRACT-RUN-DATE FROM DATE YYYYMMDD
               OPEN OUTPUT CASE-FILE
               MOVE 'HDR' TO SB-H-RECORD-TYPE
               MOVE 'SUBROGATION-SCREEN' TO SB-H-PROGRAM
               MOVE WS-EXTRACT-RUN-DATE TO SB-H-RUN-DATE
               MOVE 'PAID TO DATE' TO SB-H-PERIOD
               WRITE SB-HEADER-RECORD
               OPEN OUTPUT QUESTIONNAIRE-FILE
               MOVE 'HDR' TO SQ-H-RECORD-TYPE
               MOVE 'SUBROGATION-SCREEN' TO SQ-H-PROGRAM
               MOVE WS-EXTRACT-RUN-DATE TO SQ-H-RUN-DATE
               MOVE 'PAID TO DATE' TO SQ-H-PERIOD
               WRITE SQ-HEADER-RECORD
               READ CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

       RELEASE-INJURY-CLAIMS.
      *    Paid claims only - a denied injury claim cost us nothing
      *    to recover
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-CLAIMS-READ
               IF (CLAIM-STATUS = 'APPROVED' OR
                   CLAIM-STATUS = 'PARTIAL') AND
                  SERVICE-DATE NOT = ZERO AND
                  PAID-AMOUNT > ZERO
                   PERFORM CHECK-INJURY-DIAGNOSIS
                   IF INJURY-CLAIM
                       ADD 1 TO WS-INJURY-CLAIMS
                       MOVE MEMBER-ID TO SW-MEMBER-ID
                       MOVE SERVICE-DATE TO SW-SERVICE-DATE
                       MOVE CLAIM-ID TO SW-CLAIM-ID
                       MOVE DIAGNOSIS-CODE TO SW-DIAGNOSIS-CODE
                       MOVE PAID-AMOUNT TO SW-PAID
                       RELEASE SUBRO-SORT-RECORD
                   END-IF
               END-IF
               READ CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

       CHECK-INJURY-DIAGNOSIS.
           MOVE 'N' TO WS-INJURY-CLAIM
           SET WS-RNG-IDX TO 1
           SEARCH WS-INJURY-RANGE
               AT END CONTINUE
               WHEN DIAGNOSIS-CODE(1:3) >= WS-RNG-LOW(WS-RNG-IDX) AND
                    DIAGNOSIS-CODE(1:3) <= WS-RNG-HIGH(WS-RNG-IDX)
                   SET INJURY-CLAIM TO TRUE
           END-SEARCH.

       BUILD-SUBROGATION-CASES.
      *    Control break on member and incident window: an injury
      *    claim more than the window past the case's incident date
      *    starts a new case for the same member
           RETURN SUBRO-SORT-FILE
               AT END SET END-OF-SUBRO-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SUBRO-SORT
               IF CASE-ACTIVE AND
                  (SW-MEMBER-ID NOT = WS-CASE-MEMBER-ID OR
                   SW-SERVICE-DATE > WS-CASE-WINDOW-END)
                   PERFORM FINISH-ONE-CASE
               END-IF
               IF NOT CASE-ACTIVE
                   PERFORM START-ONE-CASE
               END-IF
               ADD 1 TO WS-CASE-CLAIMS
               ADD SW-PAID TO WS-CASE-PAID
               MOVE SW-SERVICE-DATE TO WS-CASE-LAST-DATE
               RETURN SUBRO-SORT-FILE
                   AT END SET END-OF-SUBRO-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF CASE-ACTIVE
               PERFORM FINISH-ONE-CASE
           END-IF.

       START-ONE-CASE.
           SET CASE-ACTIVE TO TRUE
           MOVE SW-MEMBER-ID TO WS-CASE-MEMBER-ID
           MOVE SW-SERVICE-DATE TO WS-CASE-INCIDENT
           MOVE SW-DIAGNOSIS-CODE TO WS-CASE-DIAGNOSIS
           MOVE ZERO TO WS-CASE-CLAIMS
           MOVE ZERO TO WS-CASE-PAID
           COMPUTE WS-CASE-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SW-SERVICE-DATE) +
               WS-INCIDENT-WINDOW-DAYS).

       FINISH-ONE-CASE.
      *    Target: PAYER-ANALYST.PAYMENT-INTEGRITY.SUBROGATION-CASES
           MOVE 'N' TO WS-CASE-ACTIVE
           PERFORM FIND-LIABILITY-CARRIER
           MOVE WS-CASE-MEMBER-ID TO SB-MEMBER-ID
           MOVE WS-CASE-INCIDENT TO SB-INCIDENT-DATE
           MOVE WS-CASE-LAST-DATE TO SB-LAST-SERVICE-DATE
           MOVE WS-CASE-DIAGNOSIS TO SB-PRIMARY-DIAGNOSIS
           MOVE WS-CASE-CLAIMS TO SB-CLAIM-COUNT
           MOVE WS-CASE-PAID TO SB-TOTAL-PAID
           IF LIABILITY-FOUND
               MOVE 'KNOWN-LIAB' TO SB-ROUTING
               MOVE WS-LIA-TYPE(WS-LIA-IDX) TO SB-LIABILITY-TYPE
               MOVE WS-LIA-CARRIER(WS-LIA-IDX) TO SB-CARRIER-NAME
               ADD 1 TO WS-KNOWN-LIAB-CASES
               ADD WS-CASE-PAID TO WS-KNOWN-LIAB-PAID
               IF WS-LIA-TYPE(WS-LIA-IDX) = 'AUTO'
                   ADD 1 TO WS-AUTO-CASES
               ELSE
                   ADD 1 TO WS-WORKCOMP-CASES
               END-IF
           ELSE
               MOVE 'QUESTIONNR' TO SB-ROUTING
               MOVE SPACES TO SB-LIABILITY-TYPE
               MOVE SPACES TO SB-CARRIER-NAME
               PERFORM WRITE-QUESTIONNAIRE-LINE
           END-IF
           WRITE CASE-RECORD
           ADD 1 TO WS-CASES-WRITTEN
           ADD WS-CASE-PAID TO WS-TOTAL-INJURY-PAID
           ADD 1 TO WS-SB-REC-COUNT
           COMPUTE WS-SB-HASH = WS-SB-HASH + (WS-CASE-PAID * 100).

       FIND-LIABILITY-CARRIER.
      *    A carrier in force on the incident date wins; failing
      *    that, any AUTO or WORKCOMP record on file for the member
      *    still makes the case known liability
           MOVE 'N' TO WS-LIABILITY-FOUND
           MOVE 'N' TO WS-LIABILITY-IN-FORCE
           SET WS-LIA-IDX TO 1
           SEARCH WS-LIA-ENTRY VARYING WS-LIA-IDX
               AT END CONTINUE
               WHEN WS-LIA-IDX > WS-LIABILITY-COUNT
                   CONTINUE
               WHEN WS-LIA-MEMBER-ID(WS-LIA-IDX) = WS-CASE-MEMBER-ID
                  AND WS-LIA-EFFECTIVE(WS-LIA-IDX) <= WS-CASE-INCIDENT
                  AND (WS-LIA-TERM(WS-LIA-IDX) = ZERO OR
                       WS-LIA-TERM(WS-LIA-IDX) >= WS-CASE-INCIDENT)
                   SET LIABILITY-FOUND TO TRUE
                   SET LIABILITY-IN-FORCE TO TRUE
           END-SEARCH
           IF NOT LIABILITY-FOUND
               SET WS-LIA-IDX TO 1
               SEARCH WS-LIA-ENTRY VARYING WS-LIA-IDX
                   AT END CONTINUE
                   WHEN WS-LIA-IDX > WS-LIABILITY-COUNT
                       CONTINUE
                   WHEN WS-LIA-MEMBER-ID(WS-LIA-IDX) =
                           WS-CASE-MEMBER-ID
                       SET LIABILITY-FOUND TO TRUE
               END-SEARCH
           END-IF.

       WRITE-QUESTIONNAIRE-LINE.
      *    Picked up by CONTACT-GOVERNANCE as a mail campaign
      *    Target: PAYER-ANALYST.PAYMENT-INTEGRITY.SUBRO-QUESTIONNAIRE
           MOVE WS-CASE-MEMBER-ID TO SQ-MEMBER-ID
           MOVE WS-CASE-INCIDENT TO SQ-INCIDENT-DATE
           MOVE WS-CASE-DIAGNOSIS TO SQ-PRIMARY-DIAGNOSIS
           MOVE WS-CASE-PAID TO SQ-TOTAL-PAID
           WRITE QUESTIONNAIRE-RECORD
           ADD 1 TO WS-QUESTIONNAIRES
           ADD WS-CASE-PAID TO WS-QUESTIONNR-PAID
           ADD 1 TO WS-SQ-REC-COUNT
           COMPUTE WS-SQ-HASH = WS-SQ-HASH + (WS-CASE-PAID * 100).

       WRITE-SUBRO-REPORT.
      *    Write output to: PAYER-ANALYST.PAYMENT-INTEGRITY.SUBROGATION
           DISPLAY '=========================================='
           DISPLAY 'SUBROGATION SCREEN REPORT'
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY 'PAID INJURY CLAIMS: ' WS-INJURY-CLAIMS
           DISPLAY 'INCIDENT WINDOW (DAYS): ' WS-INCIDENT-WINDOW-DAYS
           DISPLAY 'LIABILITY CARRIERS LOADED: ' WS-LIABILITY-COUNT
           DISPLAY ' '
           DISPLAY 'SUBROGATION CASES: ' WS-CASES-WRITTEN
           DISPLAY '  Injury Dollars Paid: $' WS-TOTAL-INJURY-PAID
           DISPLAY ' '
           DISPLAY 'KNOWN LIABILITY: ' WS-KNOWN-LIAB-CASES
           DISPLAY '  Auto: ' WS-AUTO-CASES
           DISPLAY '  Workers Compensation: ' WS-WORKCOMP-CASES
           DISPLAY '  Paid Dollars: $' WS-KNOWN-LIAB-PAID
           DISPLAY 'QUESTIONNAIRE MAILING: ' WS-QUESTIONNAIRES
           DISPLAY '  Paid Dollars: $' WS-QUESTIONNR-PAID
           DISPLAY '=========================================='
           DISPLAY 'ANALYSIS COMPLETE'.

       CLOSE-FILES.
           CLOSE CLAIM-FILE
           MOVE 'TRL' TO SB-T-RECORD-TYPE
           MOVE WS-SB-REC-COUNT TO SB-T-RECORD-COUNT
           MOVE WS-SB-HASH TO SB-T-HASH-TOTAL
           WRITE SB-TRAILER-RECORD
           CLOSE CASE-FILE
           MOVE 'TRL' TO SQ-T-RECORD-TYPE
           MOVE WS-SQ-REC-COUNT TO SQ-T-RECORD-COUNT
           MOVE WS-SQ-HASH TO SQ-T-HASH-TOTAL
           WRITE SQ-TRAILER-RECORD
           CLOSE QUESTIONNAIRE-FILE.
