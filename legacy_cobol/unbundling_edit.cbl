       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNBUNDLING-EDIT.
       AUTHOR. PAYMENT-INTEGRITY-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Procedure-pair unbundling edit. DUP-CLAIM-DETECT catches
      *    the same service paid twice; this pass catches a
      *    provider billing the component procedures of a
      *    comprehensive code separately for the same member on the
      *    same service date. The procedure-pair policy table
      *    (UNBUNDLING-POLICY.DAT) lists each column-one
      *    (comprehensive) code with a column-two (component) code
      *    that should not pay alongside it, and whether a modifier
      *    on the column-two line may bypass the pair. Paid claims
      *    are grouped by provider, member and service date; within
      *    a group every column-two line whose column-one code was
      *    also paid is disallowed unless the pair allows a
      *    modifier and the line carries one. Disallowed lines go
      *    to SUSPECT-UNBUNDLING.DAT with their paid amount and the
      *    pair rule that fired, and the report summarizes the
      *    dollars at risk by provider and by specialty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO "UNBUNDLING-POLICY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT PROVIDER-FILE
               ASSIGN TO "PROVIDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO "UNBSORT.TMP".
           SELECT SUSPECT-UNBUNDLE-FILE
               ASSIGN TO "SUSPECT-UNBUNDLING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       FD  POLICY-FILE.
      *    Procedure-pair policy: the column-two code is a
      *    component of the column-one code. Modifier indicator
      *    0 = the pair never pays together, 1 = a modifier on the
      *    column-two line lets it pay, 9 = pair retired (ignored)
       01  POLICY-RECORD.
           05  UP-COLUMN-ONE-CODE  PIC X(5).
           05  UP-COLUMN-TWO-CODE  PIC X(5).
           05  UP-MODIFIER-IND     PIC X(1).

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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PROVIDER-ID      PIC 9(8).
           05  SW-MEMBER-ID        PIC 9(10).
           05  SW-SERVICE-DATE     PIC 9(8).
           05  SW-CLAIM-ID         PIC 9(12).
           05  SW-PROCEDURE-CODE   PIC X(5).
           05  SW-MODIFIER         PIC X(2).
           05  SW-PAID-AMOUNT      PIC 9(7)V99.

       FD  SUSPECT-UNBUNDLE-FILE.
      *    Disallowed column-two lines with the paid dollars and
      *    the pair rule that fired, for payment integrity to
      *    recover or deny before the money goes out
       01  SUSPECT-UNBUNDLE-RECORD.
           05  SU-CLAIM-ID         PIC 9(12).
           05  SU-PROVIDER-ID      PIC 9(8).
           05  SU-MEMBER-ID        PIC 9(10).
           05  SU-SERVICE-DATE     PIC 9(8).
           05  SU-PROCEDURE-CODE   PIC X(5).
           05  SU-MODIFIER         PIC X(2).
           05  SU-PAID-AMOUNT      PIC 9(7)V99.
           05  SU-COL-ONE-CLAIM-ID PIC 9(12).
           05  SU-COLUMN-ONE-CODE  PIC X(5).
           05  SU-COLUMN-TWO-CODE  PIC X(5).
           05  SU-MODIFIER-IND     PIC X(1).
           05  SU-SPECIALTY        PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-SORTED    PIC 9(9) VALUE ZERO.
           05  WS-GROUPS-SCANNED   PIC 9(9) VALUE ZERO.
           05  WS-LINES-DISALLOWED PIC 9(7) VALUE ZERO.
           05  WS-MODIFIER-BYPASS  PIC 9(7) VALUE ZERO.
           05  WS-GROUP-OVERFLOW   PIC 9(7) VALUE ZERO.

       01  WS-AMOUNTS.
           05  WS-DISALLOWED-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    Procedure-pair policy held for the run
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY        OCCURS 3000 TIMES
                                   INDEXED BY WS-POL-IDX.
               10  WS-POL-COL-ONE      PIC X(5).
               10  WS-POL-COL-TWO      PIC X(5).
               10  WS-POL-MOD-IND      PIC X(1).
                   88  POL-MODIFIER-ALLOWED VALUE '1'.
       01  WS-POLICY-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-POLICY-RETIRED       PIC 9(5) VALUE ZERO.
       01  WS-POLICY-OVERFLOW      PIC 9(5) VALUE ZERO.
       01  WS-POL-MATCH            PIC X VALUE 'N'.
           88  PAIR-RULE-FOUND     VALUE 'Y'.

      *    Modifiers that mark a column-two service as distinct
      *    from the column-one service (separate session, site,
      *    structure or practitioner)
       01  WS-CHECK-MODIFIER       PIC X(2).
           88  BYPASS-MODIFIER     VALUES '59' 'XE' 'XS' 'XP' 'XU'
                                          '24' '25' '57' '58' '78'
                                          '79' '91' 'LT' 'RT'.

      *    Provider specialty off the provider master
       01  WS-PROVIDER-TABLE.
           05  WS-PRV-ENTRY        OCCURS 2000 TIMES
                                   INDEXED BY WS-PRV-IDX.
               10  WS-PRV-ID           PIC 9(8).
               10  WS-PRV-SPECIALTY    PIC X(30).
       01  WS-PROVIDER-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-PRV-MATCH            PIC X VALUE 'N'.
           88  PROVIDER-FOUND      VALUE 'Y'.

      *    Paid lines of the provider / member / date group being
      *    built off the sort
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY        OCCURS 50 TIMES.
               10  WS-GRP-CLAIM-ID     PIC 9(12).
               10  WS-GRP-PROC-CODE    PIC X(5).
               10  WS-GRP-MODIFIER     PIC X(2).
               10  WS-GRP-PAID-AMT     PIC 9(7)V99.
               10  WS-GRP-DISALLOWED   PIC X.
                   88  GRP-LINE-DISALLOWED VALUE 'Y'.
       01  WS-GROUP-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-GRP-I                PIC 9(2).
       01  WS-GRP-J                PIC 9(2).
       01  WS-GROUP-PROVIDER       PIC 9(8).
       01  WS-GROUP-MEMBER         PIC 9(10).
       01  WS-GROUP-DATE           PIC 9(8).
       01  WS-GROUP-SPECIALTY      PIC X(30).

      *    Disallowed lines and dollars by provider and specialty
       01  WS-PROV-SUMMARY.
           05  WS-PSUM-ENTRY       OCCURS 2000 TIMES
                                   INDEXED BY WS-PSUM-IDX.
               10  WS-PSUM-PROVIDER    PIC 9(8).
               10  WS-PSUM-SPECIALTY   PIC X(30).
               10  WS-PSUM-LINES       PIC 9(7).
               10  WS-PSUM-DOLLARS     PIC 9(11)V99.
       01  WS-PSUM-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-SPEC-SUMMARY.
           05  WS-SSUM-ENTRY       OCCURS 100 TIMES
                                   INDEXED BY WS-SSUM-IDX.
               10  WS-SSUM-SPECIALTY   PIC X(30).
               10  WS-SSUM-PROVIDERS   PIC 9(5).
               10  WS-SSUM-LINES       PIC 9(7).
               10  WS-SSUM-DOLLARS     PIC 9(11)V99.
       01  WS-SSUM-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-SSUM-MATCH           PIC X VALUE 'N'.
           88  SPECIALTY-FOUND     VALUE 'Y'.
       01  WS-SUMMARY-OVERFLOW     PIC 9(5) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-CLAIM           PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-SORT            PIC X VALUE 'N'.
               88  END-OF-SORT     VALUE 'Y'.
           05  EOF-POLICY          PIC X VALUE 'N'.
               88  END-OF-POLICY   VALUE 'Y'.
           05  EOF-PROVIDER        PIC X VALUE 'N'.
               88  END-OF-PROVIDERS VALUE 'Y'.
           05  POLICY-LOADED-FLAG  PIC X VALUE 'N'.
               88  POLICY-LOADED   VALUE 'Y'.

       01  WS-POLICY-FILE-STATUS   PIC XX.
       01  WS-PROVIDER-FILE-STATUS PIC XX.

      *    Bad open on the primary extract aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
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
               PERFORM LOAD-PAIR-POLICY
               PERFORM LOAD-PROVIDER-SPECIALTY
               OPEN OUTPUT SUSPECT-UNBUNDLE-FILE
               IF POLICY-LOADED
      *            Re-sequence the claims extract by provider /
      *            member / service date so every line one provider
      *            billed for one member on one day lands together
                   SORT SORT-WORK-FILE
                       ASCENDING KEY SW-PROVIDER-ID
                                     SW-MEMBER-ID
                                     SW-SERVICE-DATE
                                     SW-CLAIM-ID
                       INPUT PROCEDURE IS RELEASE-PAID-CLAIMS
                       OUTPUT PROCEDURE IS SCAN-FOR-UNBUNDLING
               END-IF
               CLOSE SUSPECT-UNBUNDLE-FILE
               PERFORM WRITE-UNBUNDLING-REPORT
               IF NOT POLICY-LOADED OR
                  WS-GROUP-OVERFLOW > ZERO OR
                  WS-POLICY-OVERFLOW > ZERO OR
                  WS-SUMMARY-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-PAIR-POLICY.
      *    Source: PAYER-ANALYST.PAYMENT-INTEGRITY.UNBUNDLING-POLICY
      *    No policy table means there is nothing to edit against;
      *    the suspect file is written empty and the run warns
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-POLICY
                   READ POLICY-FILE
                       AT END SET END-OF-POLICY TO TRUE
                       NOT AT END PERFORM STORE-PAIR-RULE
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
               IF WS-POLICY-COUNT > ZERO
                   SET POLICY-LOADED TO TRUE
               END-IF
           END-IF
           IF NOT POLICY-LOADED
               DISPLAY 'UNBUNDLING-POLICY.DAT NOT FOUND OR EMPTY - '
                   'UNBUNDLING EDIT NOT APPLIED'
           END-IF.

       STORE-PAIR-RULE.
      *    A retired pair is dropped on load so it can never fire
           IF UP-MODIFIER-IND = '9'
               ADD 1 TO WS-POLICY-RETIRED
           ELSE
               IF WS-POLICY-COUNT < 3000
                   ADD 1 TO WS-POLICY-COUNT
                   SET WS-POL-IDX TO WS-POLICY-COUNT
                   MOVE UP-COLUMN-ONE-CODE
                       TO WS-POL-COL-ONE(WS-POL-IDX)
                   MOVE UP-COLUMN-TWO-CODE
                       TO WS-POL-COL-TWO(WS-POL-IDX)
                   MOVE UP-MODIFIER-IND TO WS-POL-MOD-IND(WS-POL-IDX)
               ELSE
                   ADD 1 TO WS-POLICY-OVERFLOW
               END-IF
           END-IF.

       LOAD-PROVIDER-SPECIALTY.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PROVIDERS
           OPEN INPUT PROVIDER-FILE
           IF WS-PROVIDER-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-PROVIDERS
                   READ PROVIDER-FILE
                       AT END SET END-OF-PROVIDERS TO TRUE
                       NOT AT END
                           IF WS-PROVIDER-COUNT < 2000
                               ADD 1 TO WS-PROVIDER-COUNT
                               SET WS-PRV-IDX TO WS-PROVIDER-COUNT
                               MOVE PM-PROVIDER-ID
                                   TO WS-PRV-ID(WS-PRV-IDX)
                               MOVE PM-SPECIALTY
                                   TO WS-PRV-SPECIALTY(WS-PRV-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVIDER-FILE
           ELSE
               DISPLAY 'PROVIDERS.DAT NOT FOUND - SPECIALTY '
                   'SUMMARY SHOWS UNKNOWN'
           END-IF.

       RELEASE-PAID-CLAIMS.
      *    Only lines with money behind them can be unbundled -
      *    a denied component line has already been stopped
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
                       PAID-AMOUNT > ZERO AND
                       SERVICE-DATE NOT = ZERO
                       ADD 1 TO WS-CLAIMS-SORTED
                       MOVE PROVIDER-ID TO SW-PROVIDER-ID
                       MOVE MEMBER-ID TO SW-MEMBER-ID
                       MOVE SERVICE-DATE TO SW-SERVICE-DATE
                       MOVE CLAIM-ID TO SW-CLAIM-ID
                       MOVE PROCEDURE-CODE TO SW-PROCEDURE-CODE
                       MOVE PROCEDURE-MODIFIER TO SW-MODIFIER
                       MOVE PAID-AMOUNT TO SW-PAID-AMOUNT
                       RELEASE SORT-WORK-RECORD
                   END-IF
               END-IF
               READ CLAIM-FILE
                   AT END SET END-OF-CLAIMS TO TRUE
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

       SCAN-FOR-UNBUNDLING.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               IF WS-GROUP-COUNT > ZERO AND
                  (SW-PROVIDER-ID NOT = WS-GROUP-PROVIDER OR
                   SW-MEMBER-ID NOT = WS-GROUP-MEMBER OR
                   SW-SERVICE-DATE NOT = WS-GROUP-DATE)
                   PERFORM EDIT-SERVICE-GROUP
               END-IF
               PERFORM ADD-LINE-TO-GROUP
               RETURN SORT-WORK-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF WS-GROUP-COUNT > ZERO
               PERFORM EDIT-SERVICE-GROUP
           END-IF.

       ADD-LINE-TO-GROUP.
           IF WS-GROUP-COUNT = ZERO
               MOVE SW-PROVIDER-ID TO WS-GROUP-PROVIDER
               MOVE SW-MEMBER-ID TO WS-GROUP-MEMBER
               MOVE SW-SERVICE-DATE TO WS-GROUP-DATE
           END-IF
           IF WS-GROUP-COUNT < 50
               ADD 1 TO WS-GROUP-COUNT
               MOVE SW-CLAIM-ID TO WS-GRP-CLAIM-ID(WS-GROUP-COUNT)
               MOVE SW-PROCEDURE-CODE
                   TO WS-GRP-PROC-CODE(WS-GROUP-COUNT)
               MOVE SW-MODIFIER TO WS-GRP-MODIFIER(WS-GROUP-COUNT)
               MOVE SW-PAID-AMOUNT TO WS-GRP-PAID-AMT(WS-GROUP-COUNT)
               MOVE 'N' TO WS-GRP-DISALLOWED(WS-GROUP-COUNT)
           ELSE
               ADD 1 TO WS-GROUP-OVERFLOW
           END-IF.

       EDIT-SERVICE-GROUP.
      *    Every paid line is tried as the column-one code against
      *    every other line as the column-two code. A line already
      *    disallowed as a component does not in turn knock out
      *    other lines, so a pair listed both ways disallows one
      *    line, not both
           ADD 1 TO WS-GROUPS-SCANNED
           IF WS-GROUP-COUNT > 1
               PERFORM VARYING WS-GRP-I FROM 1 BY 1
                       UNTIL WS-GRP-I > WS-GROUP-COUNT
                   IF NOT GRP-LINE-DISALLOWED(WS-GRP-I)
                       PERFORM VARYING WS-GRP-J FROM 1 BY 1
                               UNTIL WS-GRP-J > WS-GROUP-COUNT
                           IF WS-GRP-J NOT = WS-GRP-I AND
                              NOT GRP-LINE-DISALLOWED(WS-GRP-J)
                               PERFORM CHECK-PAIR-RULE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE ZERO TO WS-GROUP-COUNT.

       CHECK-PAIR-RULE.
           MOVE 'N' TO WS-POL-MATCH
           SET WS-POL-IDX TO 1
           SEARCH WS-POL-ENTRY
               WHEN WS-POL-IDX > WS-POLICY-COUNT
                   CONTINUE
               WHEN WS-POL-COL-ONE(WS-POL-IDX) =
                    WS-GRP-PROC-CODE(WS-GRP-I) AND
                    WS-POL-COL-TWO(WS-POL-IDX) =
                    WS-GRP-PROC-CODE(WS-GRP-J)
                   SET PAIR-RULE-FOUND TO TRUE
           END-SEARCH
           IF PAIR-RULE-FOUND
               MOVE WS-GRP-MODIFIER(WS-GRP-J) TO WS-CHECK-MODIFIER
               IF POL-MODIFIER-ALLOWED(WS-POL-IDX) AND
                  BYPASS-MODIFIER
                   ADD 1 TO WS-MODIFIER-BYPASS
               ELSE
                   SET GRP-LINE-DISALLOWED(WS-GRP-J) TO TRUE
                   PERFORM WRITE-SUSPECT-UNBUNDLE
               END-IF
           END-IF.

       WRITE-SUSPECT-UNBUNDLE.
      *    Target: PAYER-ANALYST.PAYMENT-INTEGRITY.SUSPECT-UNBUNDLING
           PERFORM FIND-GROUP-SPECIALTY
           ADD 1 TO WS-LINES-DISALLOWED
           ADD WS-GRP-PAID-AMT(WS-GRP-J) TO WS-DISALLOWED-TOTAL
           MOVE WS-GRP-CLAIM-ID(WS-GRP-J) TO SU-CLAIM-ID
           MOVE WS-GROUP-PROVIDER TO SU-PROVIDER-ID
           MOVE WS-GROUP-MEMBER TO SU-MEMBER-ID
           MOVE WS-GROUP-DATE TO SU-SERVICE-DATE
           MOVE WS-GRP-PROC-CODE(WS-GRP-J) TO SU-PROCEDURE-CODE
           MOVE WS-GRP-MODIFIER(WS-GRP-J) TO SU-MODIFIER
           MOVE WS-GRP-PAID-AMT(WS-GRP-J) TO SU-PAID-AMOUNT
           MOVE WS-GRP-CLAIM-ID(WS-GRP-I) TO SU-COL-ONE-CLAIM-ID
           MOVE WS-POL-COL-ONE(WS-POL-IDX) TO SU-COLUMN-ONE-CODE
           MOVE WS-POL-COL-TWO(WS-POL-IDX) TO SU-COLUMN-TWO-CODE
           MOVE WS-POL-MOD-IND(WS-POL-IDX) TO SU-MODIFIER-IND
           MOVE WS-GROUP-SPECIALTY TO SU-SPECIALTY
           WRITE SUSPECT-UNBUNDLE-RECORD
           PERFORM ADD-TO-SUMMARIES.

       FIND-GROUP-SPECIALTY.
           MOVE 'UNKNOWN' TO WS-GROUP-SPECIALTY
           MOVE 'N' TO WS-PRV-MATCH
           SET WS-PRV-IDX TO 1
           SEARCH WS-PRV-ENTRY
               WHEN WS-PRV-IDX > WS-PROVIDER-COUNT
                   CONTINUE
               WHEN WS-PRV-ID(WS-PRV-IDX) = WS-GROUP-PROVIDER
                   SET PROVIDER-FOUND TO TRUE
           END-SEARCH
           IF PROVIDER-FOUND AND
              WS-PRV-SPECIALTY(WS-PRV-IDX) NOT = SPACES
               MOVE WS-PRV-SPECIALTY(WS-PRV-IDX)
                   TO WS-GROUP-SPECIALTY
           END-IF.

       ADD-TO-SUMMARIES.
      *    Claims arrive in provider order off the sort, so the
      *    provider summary only ever adds to its last entry
           IF WS-PSUM-COUNT = ZERO OR
              WS-PSUM-PROVIDER(WS-PSUM-COUNT) NOT = WS-GROUP-PROVIDER
               IF WS-PSUM-COUNT < 2000
                   ADD 1 TO WS-PSUM-COUNT
                   SET WS-PSUM-IDX TO WS-PSUM-COUNT
                   MOVE WS-GROUP-PROVIDER
                       TO WS-PSUM-PROVIDER(WS-PSUM-IDX)
                   MOVE WS-GROUP-SPECIALTY
                       TO WS-PSUM-SPECIALTY(WS-PSUM-IDX)
                   MOVE ZERO TO WS-PSUM-LINES(WS-PSUM-IDX)
                   MOVE ZERO TO WS-PSUM-DOLLARS(WS-PSUM-IDX)
                   PERFORM COUNT-SPECIALTY-PROVIDER
               ELSE
                   ADD 1 TO WS-SUMMARY-OVERFLOW
               END-IF
           END-IF
           IF WS-PSUM-PROVIDER(WS-PSUM-COUNT) = WS-GROUP-PROVIDER
               ADD 1 TO WS-PSUM-LINES(WS-PSUM-COUNT)
               ADD WS-GRP-PAID-AMT(WS-GRP-J)
                   TO WS-PSUM-DOLLARS(WS-PSUM-COUNT)
           END-IF
           PERFORM FIND-SPECIALTY-SUMMARY
           IF SPECIALTY-FOUND
               ADD 1 TO WS-SSUM-LINES(WS-SSUM-IDX)
               ADD WS-GRP-PAID-AMT(WS-GRP-J)
                   TO WS-SSUM-DOLLARS(WS-SSUM-IDX)
           END-IF.

       COUNT-SPECIALTY-PROVIDER.
           PERFORM FIND-SPECIALTY-SUMMARY
           IF SPECIALTY-FOUND
               ADD 1 TO WS-SSUM-PROVIDERS(WS-SSUM-IDX)
           END-IF.

       FIND-SPECIALTY-SUMMARY.
           MOVE 'N' TO WS-SSUM-MATCH
           SET WS-SSUM-IDX TO 1
           SEARCH WS-SSUM-ENTRY
               WHEN WS-SSUM-IDX > WS-SSUM-COUNT
                   CONTINUE
               WHEN WS-SSUM-SPECIALTY(WS-SSUM-IDX) =
                    WS-GROUP-SPECIALTY
                   SET SPECIALTY-FOUND TO TRUE
           END-SEARCH
           IF NOT SPECIALTY-FOUND
               IF WS-SSUM-COUNT < 100
                   ADD 1 TO WS-SSUM-COUNT
                   SET WS-SSUM-IDX TO WS-SSUM-COUNT
                   MOVE WS-GROUP-SPECIALTY
                       TO WS-SSUM-SPECIALTY(WS-SSUM-IDX)
                   MOVE ZERO TO WS-SSUM-PROVIDERS(WS-SSUM-IDX)
                   MOVE ZERO TO WS-SSUM-LINES(WS-SSUM-IDX)
                   MOVE ZERO TO WS-SSUM-DOLLARS(WS-SSUM-IDX)
                   SET SPECIALTY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SUMMARY-OVERFLOW
               END-IF
           END-IF.

       WRITE-UNBUNDLING-REPORT.
      *    Write output to: PAYER-ANALYST.PAYMENT-INTEGRITY.UNBUNDLING
           DISPLAY '=========================================='
           DISPLAY 'PROCEDURE-PAIR UNBUNDLING EDIT REPORT'
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'PAIR RULES LOADED: ' WS-POLICY-COUNT
           IF WS-POLICY-RETIRED > ZERO
               DISPLAY 'RETIRED PAIRS SKIPPED: ' WS-POLICY-RETIRED
           END-IF
           IF WS-POLICY-OVERFLOW > ZERO
               DISPLAY 'WARNING: PAIR RULES NOT LOADED (TABLE FULL): '
                   WS-POLICY-OVERFLOW
           END-IF
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY 'PAID LINES SCANNED: ' WS-CLAIMS-SORTED
           DISPLAY 'PROVIDER/MEMBER/DATE GROUPS: ' WS-GROUPS-SCANNED
           DISPLAY 'LINES DISALLOWED: ' WS-LINES-DISALLOWED
           DISPLAY 'PAIRS PASSED ON MODIFIER: ' WS-MODIFIER-BYPASS
           DISPLAY 'DISALLOWED DOLLARS AT RISK: $'
               WS-DISALLOWED-TOTAL
           IF WS-GROUP-OVERFLOW > ZERO
               DISPLAY 'WARNING: LINES NOT EDITED (GROUP OVER 50 '
                   'LINES): ' WS-GROUP-OVERFLOW
           END-IF
           IF WS-SUMMARY-OVERFLOW > ZERO
               DISPLAY 'WARNING: SUMMARY ENTRIES DROPPED (TABLE '
                   'FULL): ' WS-SUMMARY-OVERFLOW
           END-IF
           DISPLAY ' '
           DISPLAY 'BY PROVIDER:'
           PERFORM VARYING WS-PSUM-IDX FROM 1 BY 1
                   UNTIL WS-PSUM-IDX > WS-PSUM-COUNT
               DISPLAY '  PROVIDER ' WS-PSUM-PROVIDER(WS-PSUM-IDX)
                   '  ' WS-PSUM-SPECIALTY(WS-PSUM-IDX)
                   '  LINES: ' WS-PSUM-LINES(WS-PSUM-IDX)
                   '  $' WS-PSUM-DOLLARS(WS-PSUM-IDX)
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'BY SPECIALTY:'
           PERFORM VARYING WS-SSUM-IDX FROM 1 BY 1
                   UNTIL WS-SSUM-IDX > WS-SSUM-COUNT
               DISPLAY '  ' WS-SSUM-SPECIALTY(WS-SSUM-IDX)
                   '  PROVIDERS: ' WS-SSUM-PROVIDERS(WS-SSUM-IDX)
                   '  LINES: ' WS-SSUM-LINES(WS-SSUM-IDX)
                   '  $' WS-SSUM-DOLLARS(WS-SSUM-IDX)
           END-PERFORM
           DISPLAY '=========================================='
           DISPLAY 'ANALYSIS COMPLETE'.
