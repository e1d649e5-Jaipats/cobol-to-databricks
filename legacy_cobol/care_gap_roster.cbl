       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARE-GAP-ROSTER.
       AUTHOR. PAYER-ANALYTICS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Provider-facing care gap roster. The HEDIS gap files
      *    (BCS-NONCOMPLIANT.DAT, CBP-NONCOMPLIANT.DAT,
      *    SPC-NONCOMPLIANT.DAT and the CDC chart-chase members
      *    with no administrative hit) are joined to
      *    MEMBER-ATTRIBUTION.DAT from PCP-ATTRIBUTION so each
      *    primary care provider gets a roster of their attributed
      *    members with every open measure gap and the member's
      *    last visit with that PCP. Gap closure is measured
      *    against last month's roster: a gap on the prior roster
      *    that is no longer open counts as closed for the PCP it
      *    was listed under, and each PCP's closure rate (closed
      *    over closed plus still open) is printed beside the
      *    network rate. One extract per run, each provider's block
      *    ending in a control total line, ready for the monthly
      *    mail-out. Last month's CARE-GAP-ROSTER.DAT is carried
      *    forward as CARE-GAP-ROSTER-PRIOR.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTRIBUTION-FILE
               ASSIGN TO "MEMBER-ATTRIBUTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ATTRIB-FILE-STATUS.
           SELECT GAP-SOURCE-FILE
               ASSIGN DYNAMIC WS-GAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GAP-FILE-STATUS.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT PRIOR-ROSTER-FILE
               ASSIGN TO "CARE-GAP-ROSTER-PRIOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT GAP-SORT-FILE
               ASSIGN TO "GAPSORT.TMP".
           SELECT GAP-WORK-FILE
               ASSIGN TO "GAPWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ROSTER-SORT-FILE
               ASSIGN TO "ROSTSORT.TMP".
           SELECT ROSTER-FILE
               ASSIGN TO "CARE-GAP-ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTRIBUTION-FILE.
       01  ATTRIBUTION-RECORD.
           05  ATT-MEMBER-ID       PIC 9(10).
           05  ATT-PROVIDER-ID     PIC 9(8).

       FD  GAP-SOURCE-FILE.
      *    Every gap file leads with the member id; the CDC
      *    chart-chase admin flag and the SPC gap type sit at fixed
      *    positions behind it and are picked out by source
       01  GAP-SOURCE-LINE         PIC X(80).

       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       FD  PRIOR-ROSTER-FILE.
      *    Only the GAP lines of last month's roster are used
       01  PRIOR-ROSTER-RECORD.
           05  PG-RECORD-TYPE      PIC X(3).
           05  PG-PCP-ID           PIC 9(8).
           05  PG-MEMBER-ID        PIC 9(10).
           05  PG-MEASURE          PIC X(3).
           05  FILLER              PIC X(40).

      *    Everything known about a member, in member order: the
      *    attribution first, then current gaps, then last month's
      *    gaps, then paid claims for the last-visit lookup
       SD  GAP-SORT-FILE.
       01  GAP-SORT-RECORD.
           05  GS-MEMBER-ID        PIC 9(10).
           05  GS-EVENT-TYPE       PIC X(1).
               88  GS-ATTRIBUTION  VALUE '1'.
               88  GS-OPEN-GAP     VALUE '2'.
               88  GS-PRIOR-GAP    VALUE '3'.
               88  GS-VISIT        VALUE '4'.
           05  GS-PROVIDER-ID      PIC 9(8).
           05  GS-MEASURE          PIC X(3).
           05  GS-GAP-TYPE         PIC X(10).
           05  GS-DATE             PIC 9(8).

      *    One line per open gap (O) or closed gap (C), keyed to
      *    the PCP it belongs to, for the provider-order pass
       FD  GAP-WORK-FILE.
       01  GAP-WORK-RECORD.
           05  GW-PCP-ID           PIC 9(8).
           05  GW-MEMBER-ID        PIC 9(10).
           05  GW-MEASURE          PIC X(3).
           05  GW-KIND             PIC X(1).
           05  GW-GAP-TYPE         PIC X(10).
           05  GW-LAST-VISIT       PIC 9(8).

       SD  ROSTER-SORT-FILE.
       01  ROSTER-SORT-RECORD.
           05  RS-PCP-ID           PIC 9(8).
           05  RS-MEMBER-ID        PIC 9(10).
           05  RS-MEASURE          PIC X(3).
           05  RS-KIND             PIC X(1).
               88  RS-OPEN         VALUE 'O'.
               88  RS-CLOSED       VALUE 'C'.
           05  RS-GAP-TYPE         PIC X(10).
           05  RS-LAST-VISIT       PIC 9(8).

       FD  ROSTER-FILE.
      *    Per provider: a PCP line, one GAP line per open member
      *    gap (LAST-VISIT zero when the member has never been
      *    seen by the PCP), and a TOT control line. Rates are
      *    percentages.
       01  ROSTER-PCP-RECORD.
           05  GP-RECORD-TYPE      PIC X(3).
           05  GP-PCP-ID           PIC 9(8).
           05  GP-ROSTER-MONTH     PIC 9(6).
       01  ROSTER-GAP-RECORD.
           05  GD-RECORD-TYPE      PIC X(3).
           05  GD-PCP-ID           PIC 9(8).
           05  GD-MEMBER-ID        PIC 9(10).
           05  GD-MEASURE          PIC X(3).
           05  GD-GAP-TYPE         PIC X(10).
           05  GD-LAST-VISIT       PIC 9(8).
       01  ROSTER-TOTAL-RECORD.
           05  GT-RECORD-TYPE      PIC X(3).
           05  GT-PCP-ID           PIC 9(8).
           05  GT-MEMBERS          PIC 9(5).
           05  GT-OPEN-GAPS        PIC 9(5).
           05  GT-CLOSED-GAPS      PIC 9(5).
           05  GT-CLOSURE-RATE     PIC 9(3)V99.
           05  GT-NETWORK-RATE     PIC 9(3)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==GR==.

       WORKING-STORAGE SECTION.
      *    One row per gap source: measure code, file, and the
      *    default gap description written on the roster
       01  WS-GAP-SOURCE-DEFS.
           05  FILLER PIC X(53) VALUE
               'BCSBCS-NONCOMPLIANT.DAT                 MAMMOGRAM '.
           05  FILLER PIC X(53) VALUE
               'CBPCBP-NONCOMPLIANT.DAT                 BP CONTROL'.
           05  FILLER PIC X(53) VALUE
               'CDCCDC-CHART-CHASE.DAT                  HBA1C TEST'.
           05  FILLER PIC X(53) VALUE
               'SPCSPC-NONCOMPLIANT.DAT                 STATIN    '.
       01  WS-GAP-SOURCE-DEFS-R REDEFINES WS-GAP-SOURCE-DEFS.
           05  WS-GAP-SOURCE       OCCURS 4 TIMES
                                   INDEXED BY WS-GSRC-IDX.
               10  WS-GSRC-MEASURE     PIC X(3).
               10  WS-GSRC-FILE-NAME   PIC X(40).
               10  WS-GSRC-GAP-TYPE    PIC X(10).
       01  WS-GAP-SOURCE-COUNT     PIC 9(2) VALUE 4.

       01  WS-GAP-FILE-NAME        PIC X(40).
       01  WS-GAP-FILE-STATUS      PIC XX.
       01  WS-GAP-EOF              PIC X.
           88  END-OF-GAP-SOURCE   VALUE 'Y'.
       01  WS-GAP-ID-WORK          PIC X(10).
       01  WS-GAP-ID-WORK-9 REDEFINES WS-GAP-ID-WORK PIC 9(10).

       01  WS-ATTRIB-FILE-STATUS   PIC XX.
       01  WS-ATTRIB-EOF           PIC X VALUE 'N'.
           88  END-OF-ATTRIB       VALUE 'Y'.
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-CLAIM-EOF            PIC X VALUE 'N'.
           88  END-OF-CLAIMS       VALUE 'Y'.
       01  WS-PRIOR-FILE-STATUS    PIC XX.
       01  WS-PRIOR-EOF            PIC X VALUE 'N'.
           88  END-OF-PRIOR        VALUE 'Y'.
       01  WS-PRIOR-FOUND          PIC X VALUE 'N'.
           88  PRIOR-ROSTER-FOUND  VALUE 'Y'.

      *    Member control break state: the attributed PCP, the
      *    latest paid visit with that PCP, and the open gaps
       01  WS-MEMBER-BREAK.
           05  WS-CUR-MEMBER-ID    PIC 9(10).
           05  WS-CUR-PCP-ID       PIC 9(8).
           05  WS-CUR-LAST-VISIT   PIC 9(8).
           05  WS-CUR-GAP-COUNT    PIC 9(2).
           05  WS-CUR-GAP          OCCURS 10 TIMES
                                   INDEXED BY WS-CGAP-IDX.
               10  WS-CUR-GAP-MEASURE  PIC X(3).
               10  WS-CUR-GAP-TYPE     PIC X(10).
       01  WS-BREAK-ACTIVE         PIC X VALUE 'N'.
           88  BREAK-ACTIVE        VALUE 'Y'.
       01  WS-GAP-SORT-EOF         PIC X VALUE 'N'.
           88  END-OF-GAP-SORT     VALUE 'Y'.
       01  WS-GAP-FOUND            PIC X VALUE 'N'.
           88  GAP-FOUND           VALUE 'Y'.

      *    Provider control break state for the roster pass
       01  WS-PCP-BREAK.
           05  WS-PCP-ID           PIC 9(8).
           05  WS-PCP-MEMBERS      PIC 9(5).
           05  WS-PCP-OPEN         PIC 9(5).
           05  WS-PCP-CLOSED       PIC 9(5).
           05  WS-PCP-LAST-MEMBER  PIC 9(10).
       01  WS-PCP-ACTIVE           PIC X VALUE 'N'.
           88  PCP-ACTIVE          VALUE 'Y'.
       01  WS-ROSTER-SORT-EOF      PIC X VALUE 'N'.
           88  END-OF-ROSTER-SORT  VALUE 'Y'.
       01  WS-PCP-RATE             PIC 9(3)V99.
       01  WS-NETWORK-RATE         PIC 9(3)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ATTRIB-READ      PIC 9(9) VALUE ZERO.
           05  WS-GAPS-READ        PIC 9(9) VALUE ZERO.
           05  WS-PRIOR-GAPS-READ  PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-NET-OPEN         PIC 9(9) VALUE ZERO.
           05  WS-NET-CLOSED       PIC 9(9) VALUE ZERO.
           05  WS-UNATTRIB-GAPS    PIC 9(9) VALUE ZERO.
           05  WS-PCPS-WRITTEN     PIC 9(7) VALUE ZERO.
           05  WS-MEMBERS-WRITTEN  PIC 9(9) VALUE ZERO.
           05  WS-DUP-GAPS         PIC 9(9) VALUE ZERO.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-MONTH        PIC 9(6).
           05  FILLER              PIC 9(2).

      *    Extract control totals; the hash is total open gaps
       01  WS-GR-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-GR-HASH              PIC 9(15) VALUE ZERO.

      *    Bad open on the primary extract aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           IF NOT OPEN-FAILED
               SORT GAP-SORT-FILE
                   ASCENDING KEY GS-MEMBER-ID
                                 GS-EVENT-TYPE
                   INPUT PROCEDURE IS RELEASE-MEMBER-EVENTS
                   OUTPUT PROCEDURE IS BUILD-MEMBER-GAPS
               PERFORM COMPUTE-NETWORK-RATE
               SORT ROSTER-SORT-FILE
                   ASCENDING KEY RS-PCP-ID
                                 RS-MEMBER-ID
                                 RS-MEASURE
                   USING GAP-WORK-FILE
                   OUTPUT PROCEDURE IS WRITE-PCP-ROSTERS
               PERFORM WRITE-GAP-ROSTER-REPORT
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       OPEN-FILES.
      *    Open input file from mainframe
      *    Source: PAYER-ANALYST.NETWORK.MEMBER-ATTRIBUTION
           OPEN INPUT ATTRIBUTION-FILE
           IF WS-ATTRIB-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN MEMBER-ATTRIBUTION.DAT'
                   ' - STATUS ' WS-ATTRIB-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       RELEASE-MEMBER-EVENTS.
           PERFORM RELEASE-ATTRIBUTIONS
           PERFORM RELEASE-GAP-SOURCE
               VARYING WS-GSRC-IDX FROM 1 BY 1
               UNTIL WS-GSRC-IDX > WS-GAP-SOURCE-COUNT
           PERFORM RELEASE-PRIOR-GAPS
           PERFORM RELEASE-PCP-VISITS.

       RELEASE-ATTRIBUTIONS.
           PERFORM UNTIL END-OF-ATTRIB
               READ ATTRIBUTION-FILE
                   AT END SET END-OF-ATTRIB TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ATTRIB-READ
                       MOVE ATT-MEMBER-ID TO GS-MEMBER-ID
                       MOVE '1' TO GS-EVENT-TYPE
                       MOVE ATT-PROVIDER-ID TO GS-PROVIDER-ID
                       MOVE SPACES TO GS-MEASURE
                       MOVE SPACES TO GS-GAP-TYPE
                       MOVE ZERO TO GS-DATE
                       RELEASE GAP-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE ATTRIBUTION-FILE.

       RELEASE-GAP-SOURCE.
      *    Each gap file is optional - a measure that has not run
      *    this cycle simply contributes no gaps
           MOVE WS-GSRC-FILE-NAME(WS-GSRC-IDX) TO WS-GAP-FILE-NAME
           MOVE 'N' TO WS-GAP-EOF
           OPEN INPUT GAP-SOURCE-FILE
           IF WS-GAP-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-GAP-SOURCE
                   READ GAP-SOURCE-FILE
                       AT END SET END-OF-GAP-SOURCE TO TRUE
                       NOT AT END PERFORM RELEASE-ONE-GAP
                   END-READ
               END-PERFORM
               CLOSE GAP-SOURCE-FILE
           ELSE
               DISPLAY WS-GAP-FILE-NAME ' NOT FOUND - NO '
                   WS-GSRC-MEASURE(WS-GSRC-IDX) ' GAPS THIS RUN'
           END-IF.

       RELEASE-ONE-GAP.
      *    The CDC chart-chase list holds the whole hybrid sample;
      *    only members with no administrative hit (admin flag N
      *    after the member id) are open gaps. The SPC roster
      *    carries its own gap type (NO STATIN / LOW PDC).
           IF GAP-SOURCE-LINE(1:3) NOT = 'HDR' AND
              GAP-SOURCE-LINE(1:3) NOT = 'TRL'
               MOVE GAP-SOURCE-LINE(1:10) TO WS-GAP-ID-WORK
               IF WS-GAP-ID-WORK-9 IS NUMERIC AND
                  (WS-GSRC-MEASURE(WS-GSRC-IDX) NOT = 'CDC' OR
                   GAP-SOURCE-LINE(11:1) = 'N')
                   ADD 1 TO WS-GAPS-READ
                   MOVE WS-GAP-ID-WORK-9 TO GS-MEMBER-ID
                   MOVE '2' TO GS-EVENT-TYPE
                   MOVE ZERO TO GS-PROVIDER-ID
                   MOVE WS-GSRC-MEASURE(WS-GSRC-IDX) TO GS-MEASURE
                   IF WS-GSRC-MEASURE(WS-GSRC-IDX) = 'SPC'
                       MOVE GAP-SOURCE-LINE(21:10) TO GS-GAP-TYPE
                   ELSE
                       MOVE WS-GSRC-GAP-TYPE(WS-GSRC-IDX)
                           TO GS-GAP-TYPE
                   END-IF
                   MOVE ZERO TO GS-DATE
                   RELEASE GAP-SORT-RECORD
               END-IF
           END-IF.

       RELEASE-PRIOR-GAPS.
      *    Optional - the first month has nothing to close against
           OPEN INPUT PRIOR-ROSTER-FILE
           IF WS-PRIOR-FILE-STATUS = '00'
               SET PRIOR-ROSTER-FOUND TO TRUE
               PERFORM UNTIL END-OF-PRIOR
                   READ PRIOR-ROSTER-FILE
                       AT END SET END-OF-PRIOR TO TRUE
                       NOT AT END
                           IF PG-RECORD-TYPE = 'GAP'
                               ADD 1 TO WS-PRIOR-GAPS-READ
                               MOVE PG-MEMBER-ID TO GS-MEMBER-ID
                               MOVE '3' TO GS-EVENT-TYPE
                               MOVE PG-PCP-ID TO GS-PROVIDER-ID
                               MOVE PG-MEASURE TO GS-MEASURE
                               MOVE SPACES TO GS-GAP-TYPE
                               MOVE ZERO TO GS-DATE
                               RELEASE GAP-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-ROSTER-FILE
           ELSE
               DISPLAY 'CARE-GAP-ROSTER-PRIOR.DAT NOT FOUND - NO '
                   'CLOSURE RATES THIS RUN'
           END-IF.

       RELEASE-PCP-VISITS.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
      *    Optional - without claims every last visit prints zero
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-CLAIMS
                   READ CLAIM-FILE
                       AT END SET END-OF-CLAIMS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CLAIMS-READ
                           IF (CLAIM-STATUS = 'APPROVED' OR
                               CLAIM-STATUS = 'PARTIAL') AND
                              SERVICE-DATE NOT = ZERO
                               MOVE MEMBER-ID TO GS-MEMBER-ID
                               MOVE '4' TO GS-EVENT-TYPE
                               MOVE PROVIDER-ID TO GS-PROVIDER-ID
                               MOVE SPACES TO GS-MEASURE
                               MOVE SPACES TO GS-GAP-TYPE
                               MOVE SERVICE-DATE TO GS-DATE
                               RELEASE GAP-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           ELSE
               DISPLAY 'CLAIMS.DAT NOT FOUND - LAST VISIT DATES '
                   'UNAVAILABLE'
           END-IF.

       BUILD-MEMBER-GAPS.
      *    Control break on member over the sorted events
           OPEN OUTPUT GAP-WORK-FILE
           RETURN GAP-SORT-FILE
               AT END SET END-OF-GAP-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-GAP-SORT
               IF BREAK-ACTIVE AND
                  GS-MEMBER-ID NOT = WS-CUR-MEMBER-ID
                   PERFORM FINISH-ONE-MEMBER
               END-IF
               IF NOT BREAK-ACTIVE
                   SET BREAK-ACTIVE TO TRUE
                   MOVE GS-MEMBER-ID TO WS-CUR-MEMBER-ID
                   MOVE ZERO TO WS-CUR-PCP-ID
                   MOVE ZERO TO WS-CUR-LAST-VISIT
                   MOVE ZERO TO WS-CUR-GAP-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN GS-ATTRIBUTION
                       MOVE GS-PROVIDER-ID TO WS-CUR-PCP-ID
                   WHEN GS-OPEN-GAP
                       PERFORM STORE-MEMBER-GAP
                   WHEN GS-PRIOR-GAP
                       PERFORM CHECK-PRIOR-GAP-CLOSED
                   WHEN GS-VISIT
                       IF GS-PROVIDER-ID = WS-CUR-PCP-ID AND
                          WS-CUR-PCP-ID NOT = ZERO AND
                          GS-DATE > WS-CUR-LAST-VISIT
                           MOVE GS-DATE TO WS-CUR-LAST-VISIT
                       END-IF
               END-EVALUATE
               RETURN GAP-SORT-FILE
                   AT END SET END-OF-GAP-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF BREAK-ACTIVE
               PERFORM FINISH-ONE-MEMBER
           END-IF
           CLOSE GAP-WORK-FILE.

       STORE-MEMBER-GAP.
      *    A measure is listed once per member however many times
      *    its source repeats the member
           PERFORM FIND-MEMBER-GAP
           IF GAP-FOUND
               ADD 1 TO WS-DUP-GAPS
           ELSE
               IF WS-CUR-GAP-COUNT < 10
                   ADD 1 TO WS-CUR-GAP-COUNT
                   SET WS-CGAP-IDX TO WS-CUR-GAP-COUNT
                   MOVE GS-MEASURE TO WS-CUR-GAP-MEASURE(WS-CGAP-IDX)
                   MOVE GS-GAP-TYPE TO WS-CUR-GAP-TYPE(WS-CGAP-IDX)
               END-IF
           END-IF.

       FIND-MEMBER-GAP.
           MOVE 'N' TO WS-GAP-FOUND
           SET WS-CGAP-IDX TO 1
           SEARCH WS-CUR-GAP VARYING WS-CGAP-IDX
               AT END CONTINUE
               WHEN WS-CGAP-IDX > WS-CUR-GAP-COUNT
                   CONTINUE
               WHEN WS-CUR-GAP-MEASURE(WS-CGAP-IDX) = GS-MEASURE
                   SET GAP-FOUND TO TRUE
           END-SEARCH.

       CHECK-PRIOR-GAP-CLOSED.
      *    Last month's gap that is no longer open is a closure,
      *    credited to the PCP whose roster listed it
           PERFORM FIND-MEMBER-GAP
           IF NOT GAP-FOUND
               ADD 1 TO WS-NET-CLOSED
               MOVE GS-PROVIDER-ID TO GW-PCP-ID
               MOVE WS-CUR-MEMBER-ID TO GW-MEMBER-ID
               MOVE GS-MEASURE TO GW-MEASURE
               MOVE 'C' TO GW-KIND
               MOVE SPACES TO GW-GAP-TYPE
               MOVE ZERO TO GW-LAST-VISIT
               WRITE GAP-WORK-RECORD
           END-IF.

       FINISH-ONE-MEMBER.
      *    Open gaps go to the attributed PCP; a member with gaps
      *    and no PCP is counted for the report only
           MOVE 'N' TO WS-BREAK-ACTIVE
           IF WS-CUR-GAP-COUNT > ZERO
               IF WS-CUR-PCP-ID = ZERO
                   ADD WS-CUR-GAP-COUNT TO WS-UNATTRIB-GAPS
               ELSE
                   PERFORM WRITE-OPEN-GAP-WORK
                       VARYING WS-CGAP-IDX FROM 1 BY 1
                       UNTIL WS-CGAP-IDX > WS-CUR-GAP-COUNT
               END-IF
           END-IF.

       WRITE-OPEN-GAP-WORK.
           ADD 1 TO WS-NET-OPEN
           MOVE WS-CUR-PCP-ID TO GW-PCP-ID
           MOVE WS-CUR-MEMBER-ID TO GW-MEMBER-ID
           MOVE WS-CUR-GAP-MEASURE(WS-CGAP-IDX) TO GW-MEASURE
           MOVE 'O' TO GW-KIND
           MOVE WS-CUR-GAP-TYPE(WS-CGAP-IDX) TO GW-GAP-TYPE
           MOVE WS-CUR-LAST-VISIT TO GW-LAST-VISIT
           WRITE GAP-WORK-RECORD.

       COMPUTE-NETWORK-RATE.
      *    Network closure rate every PCP is compared against
           IF WS-NET-OPEN + WS-NET-CLOSED > ZERO
               COMPUTE WS-NETWORK-RATE ROUNDED =
                   (WS-NET-CLOSED / (WS-NET-OPEN + WS-NET-CLOSED))
                   * 100
           END-IF.

       WRITE-PCP-ROSTERS.
      *    Target: PAYER-ANALYST.NETWORK.CARE-GAP-ROSTER
           OPEN OUTPUT ROSTER-FILE
           MOVE 'HDR' TO GR-H-RECORD-TYPE
           MOVE 'CARE-GAP-ROSTER' TO GR-H-PROGRAM
           MOVE WS-RUN-DATE TO GR-H-RUN-DATE
           MOVE WS-RUN-MONTH TO GR-H-PERIOD
           WRITE GR-HEADER-RECORD
           RETURN ROSTER-SORT-FILE
               AT END SET END-OF-ROSTER-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-ROSTER-SORT
               IF PCP-ACTIVE AND RS-PCP-ID NOT = WS-PCP-ID
                   PERFORM FINISH-ONE-PCP
               END-IF
               IF NOT PCP-ACTIVE
                   PERFORM START-ONE-PCP
               END-IF
               IF RS-OPEN
                   PERFORM WRITE-ROSTER-GAP-LINE
               ELSE
                   ADD 1 TO WS-PCP-CLOSED
               END-IF
               RETURN ROSTER-SORT-FILE
                   AT END SET END-OF-ROSTER-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF PCP-ACTIVE
               PERFORM FINISH-ONE-PCP
           END-IF
           MOVE 'TRL' TO GR-T-RECORD-TYPE
           MOVE WS-GR-REC-COUNT TO GR-T-RECORD-COUNT
           MOVE WS-GR-HASH TO GR-T-HASH-TOTAL
           WRITE GR-TRAILER-RECORD
           CLOSE ROSTER-FILE.

       START-ONE-PCP.
           SET PCP-ACTIVE TO TRUE
           MOVE RS-PCP-ID TO WS-PCP-ID
           MOVE ZERO TO WS-PCP-MEMBERS
           MOVE ZERO TO WS-PCP-OPEN
           MOVE ZERO TO WS-PCP-CLOSED
           MOVE ZERO TO WS-PCP-LAST-MEMBER
           MOVE 'PCP' TO GP-RECORD-TYPE
           MOVE RS-PCP-ID TO GP-PCP-ID
           MOVE WS-RUN-MONTH TO GP-ROSTER-MONTH
           WRITE ROSTER-PCP-RECORD
           ADD 1 TO WS-GR-REC-COUNT
           ADD 1 TO WS-PCPS-WRITTEN.

       WRITE-ROSTER-GAP-LINE.
           MOVE 'GAP' TO GD-RECORD-TYPE
           MOVE RS-PCP-ID TO GD-PCP-ID
           MOVE RS-MEMBER-ID TO GD-MEMBER-ID
           MOVE RS-MEASURE TO GD-MEASURE
           MOVE RS-GAP-TYPE TO GD-GAP-TYPE
           MOVE RS-LAST-VISIT TO GD-LAST-VISIT
           WRITE ROSTER-GAP-RECORD
           ADD 1 TO WS-GR-REC-COUNT
           ADD 1 TO WS-GR-HASH
           ADD 1 TO WS-PCP-OPEN
           IF RS-MEMBER-ID NOT = WS-PCP-LAST-MEMBER
               ADD 1 TO WS-PCP-MEMBERS
               ADD 1 TO WS-MEMBERS-WRITTEN
               MOVE RS-MEMBER-ID TO WS-PCP-LAST-MEMBER
           END-IF.

       FINISH-ONE-PCP.
      *    Provider control total line closes the PCP's block
           MOVE 'N' TO WS-PCP-ACTIVE
           MOVE ZERO TO WS-PCP-RATE
           IF WS-PCP-OPEN + WS-PCP-CLOSED > ZERO
               COMPUTE WS-PCP-RATE ROUNDED =
                   (WS-PCP-CLOSED / (WS-PCP-OPEN + WS-PCP-CLOSED))
                   * 100
           END-IF
           MOVE 'TOT' TO GT-RECORD-TYPE
           MOVE WS-PCP-ID TO GT-PCP-ID
           MOVE WS-PCP-MEMBERS TO GT-MEMBERS
           MOVE WS-PCP-OPEN TO GT-OPEN-GAPS
           MOVE WS-PCP-CLOSED TO GT-CLOSED-GAPS
           MOVE WS-PCP-RATE TO GT-CLOSURE-RATE
           MOVE WS-NETWORK-RATE TO GT-NETWORK-RATE
           WRITE ROSTER-TOTAL-RECORD
           ADD 1 TO WS-GR-REC-COUNT.

       WRITE-GAP-ROSTER-REPORT.
      *    Write output to: PAYER-ANALYST.NETWORK.CARE-GAP-ROSTER
           DISPLAY '=========================================='
           DISPLAY 'PCP CARE GAP ROSTER'
           DISPLAY 'ROSTER MONTH: ' WS-RUN-MONTH
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'ATTRIBUTED MEMBERS READ: ' WS-ATTRIB-READ
           DISPLAY 'GAP RECORDS READ: ' WS-GAPS-READ
           DISPLAY 'DUPLICATE GAP RECORDS: ' WS-DUP-GAPS
           DISPLAY 'CLAIMS READ FOR LAST VISIT: ' WS-CLAIMS-READ
           DISPLAY ' '
           DISPLAY 'PCP ROSTERS WRITTEN: ' WS-PCPS-WRITTEN
           DISPLAY 'MEMBERS ON ROSTERS: ' WS-MEMBERS-WRITTEN
           DISPLAY 'OPEN GAPS ON ROSTERS: ' WS-NET-OPEN
           DISPLAY 'OPEN GAPS WITH NO ATTRIBUTED PCP: '
               WS-UNATTRIB-GAPS
           DISPLAY ' '
           IF PRIOR-ROSTER-FOUND
               DISPLAY 'PRIOR-MONTH GAPS READ: ' WS-PRIOR-GAPS-READ
               DISPLAY 'GAPS CLOSED SINCE PRIOR ROSTER: '
                   WS-NET-CLOSED
               DISPLAY 'NETWORK CLOSURE RATE: ' WS-NETWORK-RATE '%'
           ELSE
               DISPLAY 'NO PRIOR ROSTER - CLOSURE RATES NOT SCORED'
           END-IF
           DISPLAY '=========================================='
           DISPLAY 'ANALYSIS COMPLETE'.
