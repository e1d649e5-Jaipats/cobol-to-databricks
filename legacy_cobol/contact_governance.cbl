       FD  OLD-GOV-FILE.
      *    The month's governed-contact positions from earlier
      *    cycles, in member order: contacts already granted and
      *    the campaigns that granted them. MASTER-GENERATION-MANAGER
      *    promotes GOVERNED-CONTACT-NEW.DAT after a clean run, the
      *    same generation rhythm the benefit accumulator master
      *    follows; records from an older month age off at the
      *    carry-forward.
       01  OLD-GOV-RECORD.
           05  OG-MEMBER-ID        PIC 9(10).
           05  OG-CONTACT-MONTH    PIC 9(6).
           05  NG-CONTACTS         PIC 9(2).
           05  NG-CAMPAIGNS.
               10  NG-CAMPAIGN     OCCURS 9 TIMES PIC X(4).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NG==.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
      *    One row per campaign extract: code, file, the offset of
      *    the member id in its record, priority (1 = most urgent),
      *    and channel. Clinical referrals outrank retention calls,
      *    which outrank quality and accident-questionnaire
      *    mailings and chart-chase pulls.
       01  WS-SOURCE-DEFS.
           05  FILLER PIC X(52) VALUE
               'HCST HIGHCOST.DAT                           0121CALL'.
               'BCSN BCS-NONCOMPLIANT.DAT                   0004MAIL'.
           05  FILLER PIC X(52) VALUE
               'CBPN CBP-NONCOMPLIANT.DAT                   0004MAIL'.
           05  FILLER PIC X(52) VALUE
               'SPCN SPC-NONCOMPLIANT.DAT                   0004MAIL'.
           05  FILLER PIC X(52) VALUE
               'BCSC BCS-CHART-CHASE.DAT                    0005MAIL'.
           05  FILLER PIC X(52) VALUE
               'CDCC CDC-CHART-CHASE.DAT                    0005MAIL'.
           05  FILLER PIC X(52) VALUE
               'CBPC CBP-CHART-CHASE.DAT                    0005MAIL'.
           05  FILLER PIC X(52) VALUE
               'SUBQ SUBRO-QUESTIONNAIRE.DAT                0004MAIL'.
       01  WS-SOURCE-DEFS-R REDEFINES WS-SOURCE-DEFS.
           05  WS-SOURCE-DEF       OCCURS 11 TIMES
                                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-CODE         PIC X(4).
               10  FILLER              PIC X(1).
               10  WS-SRC-ID-OFFSET    PIC 9(3).
               10  WS-SRC-PRIORITY     PIC 9(1).
               10  WS-SRC-CHANNEL      PIC X(4).
       01  WS-SOURCE-COUNT         PIC 9(2) VALUE 11.

       01  WS-CAMPAIGN-FILE-NAME   PIC X(40).
       01  WS-CAMPAIGN-FILE-STATUS PIC XX.
       01  WS-GC-HASH              PIC 9(15) VALUE ZERO.
       01  WS-GM-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-GM-HASH              PIC 9(15) VALUE ZERO.
      *    New governed-contact master control totals; the hash
      *    carries the month's contacts granted
       01  WS-NG-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NG-HASH              PIC 9(15) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   'MONTH POSITIONS START FROM ZERO'
           END-IF
           OPEN OUTPUT NEW-GOV-FILE
           MOVE 'HDR' TO NG-H-RECORD-TYPE
           MOVE 'CONTACT-GOVERNANCE' TO NG-H-PROGRAM
           MOVE WS-EXTRACT-RUN-DATE TO NG-H-RUN-DATE
           MOVE 'CONTACT MONTH' TO NG-H-PERIOD
           WRITE NG-HEADER-RECORD
           OPEN OUTPUT CALL-CONTACT-FILE
           MOVE 'HDR' TO GC-H-RECORD-TYPE
           MOVE 'CONTACT-GOVERNANCE' TO GC-H-PROGRAM
               MOVE OG-CONTACTS TO NG-CONTACTS
               MOVE OG-CAMPAIGNS TO NG-CAMPAIGNS
               WRITE NEW-GOV-RECORD
               PERFORM COUNT-NEW-GOV-RECORD
           END-IF.

       COUNT-NEW-GOV-RECORD.
           ADD 1 TO WS-NG-REC-COUNT
           ADD NG-CONTACTS TO WS-NG-HASH.

       SEED-SEEN-CAMPAIGNS.
           PERFORM VARYING WS-OG-IDX FROM 1 BY 1
                   UNTIL WS-OG-IDX > 9
                       TO NG-CAMPAIGN(WS-SEEN-IDX)
               END-PERFORM
               WRITE NEW-GOV-RECORD
               PERFORM COUNT-NEW-GOV-RECORD
           END-IF
           MOVE 'N' TO WS-BREAK-ACTIVE.

           IF OLD-GOV-AVAILABLE
               CLOSE OLD-GOV-FILE
           END-IF
           MOVE 'TRL' TO NG-T-RECORD-TYPE
           MOVE WS-NG-REC-COUNT TO NG-T-RECORD-COUNT
           MOVE WS-NG-HASH TO NG-T-HASH-TOTAL
           WRITE NG-TRAILER-RECORD
           CLOSE NEW-GOV-FILE.
