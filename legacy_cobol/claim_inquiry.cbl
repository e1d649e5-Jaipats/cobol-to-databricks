       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-INQUIRY.
       AUTHOR. MEMBER-SERVICES-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Claim inquiry over the keyed claim history master
      *    CLAIM-HISTORY-LOAD builds, for customer service when a
      *    member or provider calls about a claim. A claim lookup
      *    (type C, key = CLAIM-ID) shows the full adjudication -
      *    billed, paid, denied and member cost-share amounts,
      *    status, denial reason with its notice language, received
      *    and paid dates - plus every appeal on APPEALS.DAT filed
      *    against the claim. A member lookup (type M, key =
      *    MEMBER-ID) lists all of the member's claims in service
      *    date order through the alternate key. The operator signs
      *    on once; every lookup, found or not, is written to the
      *    inquiry audit log with the operator ID, date and time,
      *    since each one is a PHI disclosure. Any type other than
      *    C or M ends the session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-HISTORY-MASTER
               ASSIGN TO "CLAIM-HISTORY-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CLAIM-ID
               ALTERNATE RECORD KEY IS CH-MEMBER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT APPEALS-FILE
               ASSIGN TO "APPEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APPEALS-STATUS.
           SELECT NOTICE-TEXT-FILE
               ASSIGN TO "DENIAL-NOTICE-TEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEXT-FILE-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "CLAIM-INQUIRY-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-HISTORY-MASTER.
           COPY "CLAIM-HISTORY-RECORD.CPY".

       FD  APPEALS-FILE.
           COPY "APPEAL-RECORD.CPY".

       FD  NOTICE-TEXT-FILE.
      *    Same compliance-approved notice language DENIAL-LETTER-GEN
      *    prints, so the agent reads the caller the letter's words
       01  NOTICE-TEXT-RECORD.
           05  NT-REASON-CODE      PIC X(4).
           05  NT-NOTICE-TEXT      PIC X(70).

       FD  AUDIT-FILE.
      *    One record per lookup, appended across sessions and kept
      *    for the privacy office's disclosure accounting
      *    Target: PAYER-ANALYST.PRIVACY.CLAIM-INQUIRY-AUDIT
       01  AUDIT-RECORD.
           05  AU-OPERATOR-ID      PIC X(8).
           05  AU-INQUIRY-DATE     PIC 9(8).
           05  AU-INQUIRY-TIME     PIC 9(8).
      *    C = single claim, M = member claim list
           05  AU-INQUIRY-TYPE     PIC X(1).
           05  AU-INQUIRY-KEY      PIC 9(12).
      *    FOUND or NOT FOUND
           05  AU-RESULT           PIC X(10).
           05  AU-CLAIMS-SHOWN     PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-APPEALS-STATUS       PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-INQUIRY-TYPE         PIC X.
           88  CLAIM-LOOKUP        VALUE 'C'.
           88  MEMBER-LOOKUP       VALUE 'M'.
           88  VALID-LOOKUP        VALUE 'C' 'M'.
       01  WS-INQUIRY-KEY          PIC 9(12).
       01  WS-INQUIRY-MEMBER       PIC 9(10).
       01  WS-INQUIRIES-ANSWERED   PIC 9(5) VALUE ZERO.
       01  WS-INQUIRIES-LOGGED     PIC 9(5) VALUE ZERO.
       01  WS-CLAIMS-SHOWN         PIC 9(5).
       01  WS-RECORD-FOUND         PIC X.
           88  CLAIM-FOUND         VALUE 'Y'.
       01  WS-MEMBER-DONE          PIC X.
           88  END-OF-MEMBER       VALUE 'Y'.

       01  WS-APPEAL-EOF           PIC X.
           88  END-OF-APPEALS      VALUE 'Y'.
       01  WS-APPEALS-SHOWN        PIC 9(3).

      *    Approved notice language keyed by reason code; optional -
      *    without it the agent sees the reason code and class only
       01  WS-TEXT-TABLE.
           05  WS-TEXT-ENTRY       OCCURS 50 TIMES
                                   INDEXED BY WS-TEXT-IDX.
               10  WS-TEXT-CODE        PIC X(4).
               10  WS-TEXT-BODY        PIC X(70).
       01  WS-TEXT-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-TEXT-FILE-STATUS     PIC XX.
       01  WS-TEXT-EOF             PIC X VALUE 'N'.
           88  END-OF-TEXT         VALUE 'Y'.
       01  WS-NOTICE-TEXT          PIC X(70).
       01  WS-REASON-CLASS         PIC X(14).

       01  WS-NOW-DATE             PIC 9(8).
       01  WS-NOW-TIME             PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT CLAIM-HISTORY-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN '
                   'CLAIM-HISTORY-MASTER.IDX - STATUS '
                   WS-MASTER-STATUS
               DISPLAY 'RUN CLAIM-HISTORY-LOAD TO BUILD THE '
                   'INQUIRY MASTER FIRST'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-AUDIT-LOG
               IF WS-AUDIT-STATUS NOT = '00'
      *            No audit trail, no PHI - the session is refused
      *            rather than answering lookups nobody can account
      *            for
                   DISPLAY 'ERROR: UNABLE TO OPEN '
                       'CLAIM-INQUIRY-AUDIT.DAT - STATUS '
                       WS-AUDIT-STATUS
                   DISPLAY 'CLAIM INQUIRY NOT AVAILABLE WITHOUT '
                       'THE AUDIT LOG'
                   CLOSE CLAIM-HISTORY-MASTER
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-NOTICE-TEXT
                   PERFORM RUN-INQUIRY-SESSION
                   CLOSE AUDIT-FILE
                   CLOSE CLAIM-HISTORY-MASTER
                   DISPLAY 'INQUIRIES ANSWERED: '
                       WS-INQUIRIES-ANSWERED
                   DISPLAY 'LOOKUPS WRITTEN TO AUDIT LOG: '
                       WS-INQUIRIES-LOGGED
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       OPEN-AUDIT-LOG.
      *    The log accumulates across sessions; the first session
      *    ever finds no log and creates it
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       LOAD-NOTICE-TEXT.
           OPEN INPUT NOTICE-TEXT-FILE
           IF WS-TEXT-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-TEXT
                   READ NOTICE-TEXT-FILE
                       AT END SET END-OF-TEXT TO TRUE
                       NOT AT END PERFORM STORE-NOTICE-TEXT
                   END-READ
               END-PERFORM
               CLOSE NOTICE-TEXT-FILE
           ELSE
               DISPLAY 'DENIAL-NOTICE-TEXT.DAT NOT FOUND - '
                   'DENIAL REASONS SHOWN BY CODE ONLY'
           END-IF.

       STORE-NOTICE-TEXT.
           IF WS-TEXT-COUNT < 50
               ADD 1 TO WS-TEXT-COUNT
               SET WS-TEXT-IDX TO WS-TEXT-COUNT
               MOVE NT-REASON-CODE TO WS-TEXT-CODE(WS-TEXT-IDX)
               MOVE NT-NOTICE-TEXT TO WS-TEXT-BODY(WS-TEXT-IDX)
           END-IF.

       RUN-INQUIRY-SESSION.
           DISPLAY 'CLAIM INQUIRY - ENTER OPERATOR ID'
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'ENTER TYPE (C = CLAIM, M = MEMBER, '
               'ANY OTHER TO END) THEN THE ID'
           PERFORM ACCEPT-INQUIRY
           PERFORM UNTIL NOT VALID-LOOKUP
               IF CLAIM-LOOKUP
                   PERFORM LOOKUP-CLAIM
               ELSE
                   PERFORM LOOKUP-MEMBER-CLAIMS
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               PERFORM ACCEPT-INQUIRY
           END-PERFORM.

       ACCEPT-INQUIRY.
           MOVE SPACE TO WS-INQUIRY-TYPE
           MOVE ZERO TO WS-INQUIRY-KEY
           ACCEPT WS-INQUIRY-TYPE
           IF VALID-LOOKUP
               ACCEPT WS-INQUIRY-KEY
           END-IF.

       LOOKUP-CLAIM.
           MOVE 'N' TO WS-RECORD-FOUND
           MOVE ZERO TO WS-CLAIMS-SHOWN
           MOVE WS-INQUIRY-KEY TO CH-CLAIM-ID
           READ CLAIM-HISTORY-MASTER
               KEY IS CH-CLAIM-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY SET CLAIM-FOUND TO TRUE
           END-READ
           IF NOT CLAIM-FOUND
               DISPLAY 'CLAIM ' WS-INQUIRY-KEY
                   ' NOT ON THE CLAIM HISTORY MASTER'
           ELSE
               ADD 1 TO WS-INQUIRIES-ANSWERED
               MOVE 1 TO WS-CLAIMS-SHOWN
               PERFORM DISPLAY-CLAIM-DETAIL
           END-IF.

       LOOKUP-MEMBER-CLAIMS.
      *    Position on the member's lowest service date through the
      *    alternate key and read forward until the member changes
           MOVE 'N' TO WS-RECORD-FOUND
           MOVE 'N' TO WS-MEMBER-DONE
           MOVE ZERO TO WS-CLAIMS-SHOWN
           MOVE WS-INQUIRY-KEY TO WS-INQUIRY-MEMBER
           MOVE WS-INQUIRY-MEMBER TO CH-MEMBER-ID
           MOVE ZERO TO CH-SERVICE-DATE
           START CLAIM-HISTORY-MASTER
               KEY IS NOT LESS THAN CH-MEMBER-KEY
               INVALID KEY SET END-OF-MEMBER TO TRUE
           END-START
           PERFORM UNTIL END-OF-MEMBER
               READ CLAIM-HISTORY-MASTER NEXT RECORD
                   AT END SET END-OF-MEMBER TO TRUE
                   NOT AT END
                       IF CH-MEMBER-ID NOT = WS-INQUIRY-MEMBER
                           SET END-OF-MEMBER TO TRUE
                       ELSE
                           IF NOT CLAIM-FOUND
                               SET CLAIM-FOUND TO TRUE
                               PERFORM DISPLAY-MEMBER-HEADING
                           END-IF
                           ADD 1 TO WS-CLAIMS-SHOWN
                           PERFORM DISPLAY-MEMBER-CLAIM-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT CLAIM-FOUND
               DISPLAY 'MEMBER ' WS-INQUIRY-MEMBER
                   ' HAS NO CLAIMS ON THE CLAIM HISTORY MASTER'
           ELSE
               ADD 1 TO WS-INQUIRIES-ANSWERED
               DISPLAY '  CLAIMS LISTED: ' WS-CLAIMS-SHOWN
               DISPLAY '=========================================='
           END-IF.

       DISPLAY-MEMBER-HEADING.
           DISPLAY '=========================================='
           DISPLAY 'CLAIMS FOR MEMBER: ' WS-INQUIRY-MEMBER
           DISPLAY '=========================================='
           DISPLAY '  SERVICE   CLAIM ID     TYPE       STATUS    '
               ' PAID'.

       DISPLAY-MEMBER-CLAIM-LINE.
           DISPLAY '  ' CH-SERVICE-DATE ' ' CH-CLAIM-ID ' '
               CH-CLAIM-TYPE ' ' CH-CLAIM-STATUS ' $'
               CH-PAID-AMOUNT.

       DISPLAY-CLAIM-DETAIL.
           DISPLAY '=========================================='
           DISPLAY 'CLAIM: ' CH-CLAIM-ID
           DISPLAY '=========================================='
           DISPLAY '  Member: ' CH-MEMBER-ID
           DISPLAY '  Provider: ' CH-PROVIDER-ID
           DISPLAY '  Service Date: ' CH-SERVICE-DATE
           DISPLAY '  Claim Type: ' CH-CLAIM-TYPE
           DISPLAY '  Procedure: ' CH-PROCEDURE-CODE
               '  Diagnosis: ' CH-DIAGNOSIS-CODE
           DISPLAY '  Status: ' CH-CLAIM-STATUS
           DISPLAY '  Billed: $' CH-CLAIM-AMOUNT
           DISPLAY '  Paid: $' CH-PAID-AMOUNT
           DISPLAY '  Denied: $' CH-DENIED-AMOUNT
           DISPLAY '  Member Deductible: $' CH-DEDUCTIBLE-AMOUNT
           DISPLAY '  Member Coinsurance: $' CH-COINSURANCE-AMOUNT
           DISPLAY '  Member Copay: $' CH-COPAY-AMOUNT
           IF CH-DENIAL-REASON-CODE NOT = SPACES
               PERFORM TRANSLATE-REASON-CODE
               DISPLAY '  Denial Reason: ' CH-DENIAL-REASON-CODE
                   ' (' WS-REASON-CLASS ')'
               IF WS-NOTICE-TEXT NOT = SPACES
                   DISPLAY '    ' WS-NOTICE-TEXT
               END-IF
           END-IF
           DISPLAY '  Received: ' CH-RECEIVED-DATE
           IF CH-PAID-DATE = ZERO
               DISPLAY '  Paid Date: NOT PAID'
           ELSE
               DISPLAY '  Paid Date: ' CH-PAID-DATE
           END-IF
           PERFORM DISPLAY-CLAIM-APPEALS
           DISPLAY '  (Master loaded ' CH-LOADED-DATE ')'
           DISPLAY '=========================================='.

       TRANSLATE-REASON-CODE.
           EVALUATE CH-DENIAL-REASON-CODE(1:1)
               WHEN 'A'
                   MOVE 'ADMINISTRATIVE' TO WS-REASON-CLASS
               WHEN 'C'
                   MOVE 'CLINICAL' TO WS-REASON-CLASS
               WHEN 'E'
                   MOVE 'ELIGIBILITY' TO WS-REASON-CLASS
               WHEN OTHER
                   MOVE 'OTHER' TO WS-REASON-CLASS
           END-EVALUATE
           MOVE SPACES TO WS-NOTICE-TEXT
           SET WS-TEXT-IDX TO 1
           SEARCH WS-TEXT-ENTRY VARYING WS-TEXT-IDX
               AT END CONTINUE
               WHEN WS-TEXT-IDX > WS-TEXT-COUNT
                   CONTINUE
               WHEN WS-TEXT-CODE(WS-TEXT-IDX) =
                       CH-DENIAL-REASON-CODE
                   MOVE WS-TEXT-BODY(WS-TEXT-IDX)
                       TO WS-NOTICE-TEXT
           END-SEARCH.

       DISPLAY-CLAIM-APPEALS.
      *    The appeals file is small next to the claims, so a
      *    sequential scan per claim lookup is acceptable; only
      *    claim appeals (source type C) can reference a claim
           MOVE ZERO TO WS-APPEALS-SHOWN
           MOVE 'N' TO WS-APPEAL-EOF
           OPEN INPUT APPEALS-FILE
           IF WS-APPEALS-STATUS = '00'
               PERFORM UNTIL END-OF-APPEALS
                   READ APPEALS-FILE
                       AT END SET END-OF-APPEALS TO TRUE
                       NOT AT END
                           IF APPEAL-SOURCE-TYPE = 'C' AND
                              APPEAL-SOURCE-ID = CH-CLAIM-ID
                               ADD 1 TO WS-APPEALS-SHOWN
                               DISPLAY '  Appeal: ' APPEAL-ID
                                   ' Received ' RECEIVED-DATE
                                   ' Outcome ' APPEAL-OUTCOME
                               IF DECIDED-DATE NOT = ZERO
                                   DISPLAY '    Decided: '
                                       DECIDED-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPEALS-FILE
           END-IF
           IF WS-APPEALS-SHOWN = ZERO
               DISPLAY '  Appeals: NONE ON FILE'
           END-IF.

       WRITE-AUDIT-RECORD.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE WS-NOW-DATE TO AU-INQUIRY-DATE
           MOVE WS-NOW-TIME TO AU-INQUIRY-TIME
           MOVE WS-INQUIRY-TYPE TO AU-INQUIRY-TYPE
           MOVE WS-INQUIRY-KEY TO AU-INQUIRY-KEY
           IF CLAIM-FOUND
               MOVE 'FOUND' TO AU-RESULT
           ELSE
               MOVE 'NOT FOUND' TO AU-RESULT
           END-IF
           MOVE WS-CLAIMS-SHOWN TO AU-CLAIMS-SHOWN
           WRITE AUDIT-RECORD
           ADD 1 TO WS-INQUIRIES-LOGGED.
