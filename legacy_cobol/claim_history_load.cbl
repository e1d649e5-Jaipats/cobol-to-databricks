       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-HISTORY-LOAD.
       AUTHOR. CLAIMS-OPERATIONS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Keyed claim history master: loads every claim on the
      *    claims extract into CLAIM-HISTORY-MASTER.IDX, keyed by
      *    CLAIM-ID with MEMBER-ID plus service date as a duplicate
      *    alternate key, so CLAIM-INQUIRY can answer a caller about
      *    one specific claim - or list a member's claims in date
      *    order - without anyone scanning CLAIMS.DAT. The master is
      *    updated in place: a claim not yet on file is added, a
      *    claim already on file is replaced with the latest
      *    adjudication, so re-running the load after a
      *    readjudication cycle brings the master current. The
      *    master is created on the first run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT CLAIM-HISTORY-MASTER
               ASSIGN TO "CLAIM-HISTORY-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CLAIM-ID
               ALTERNATE RECORD KEY IS CH-MEMBER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       FD  CLAIM-HISTORY-MASTER.
           COPY "CLAIM-HISTORY-RECORD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-RUN-DATE             PIC 9(8).

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-ADDED     PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-REPLACED  PIC 9(9) VALUE ZERO.
           05  WS-ZERO-KEY-SKIP    PIC 9(7) VALUE ZERO.
           05  WS-WRITE-FAILED     PIC 9(7) VALUE ZERO.

       01  WS-WRITE-FLAG           PIC X.
           88  CLAIM-ALREADY-ON-FILE VALUE 'Y'.

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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-FILES
           IF NOT OPEN-FAILED
               PERFORM LOAD-CLAIM-HISTORY
               PERFORM CLOSE-FILES
               PERFORM WRITE-LOAD-REPORT
               IF WS-ZERO-KEY-SKIP > ZERO OR
                  WS-WRITE-FAILED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       OPEN-FILES.
      *    Open input file from mainframe
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CLAIMS.DAT - STATUS '
                   WS-CLAIM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
      *        Status 35 is a master that does not exist yet - the
      *        first run creates it empty and reopens for update
               OPEN I-O CLAIM-HISTORY-MASTER
               IF WS-MASTER-STATUS = '35'
                   DISPLAY 'CLAIM-HISTORY-MASTER.IDX NOT FOUND - '
                       'CREATING A NEW MASTER'
                   OPEN OUTPUT CLAIM-HISTORY-MASTER
                   CLOSE CLAIM-HISTORY-MASTER
                   OPEN I-O CLAIM-HISTORY-MASTER
               END-IF
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN '
                       'CLAIM-HISTORY-MASTER.IDX - STATUS '
                       WS-MASTER-STATUS
                   CLOSE CLAIM-FILE
                   MOVE 8 TO RETURN-CODE
                   SET OPEN-FAILED TO TRUE
               ELSE
                   READ CLAIM-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-IF
           END-IF.

       LOAD-CLAIM-HISTORY.
      *    Target: PAYER-ANALYST.CLAIMS.CLAIM-HISTORY-MASTER
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-CLAIMS-READ
               IF CLAIM-ID = ZERO
                   ADD 1 TO WS-ZERO-KEY-SKIP
               ELSE
                   PERFORM STORE-CLAIM-HISTORY
               END-IF
               READ CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

       STORE-CLAIM-HISTORY.
      *    Try the add first; a duplicate primary key means the
      *    claim is already on file and is replaced with this
      *    adjudication
           PERFORM BUILD-HISTORY-RECORD
           MOVE 'N' TO WS-WRITE-FLAG
           WRITE CLAIM-HISTORY-RECORD
               INVALID KEY SET CLAIM-ALREADY-ON-FILE TO TRUE
               NOT INVALID KEY ADD 1 TO WS-CLAIMS-ADDED
           END-WRITE
           IF CLAIM-ALREADY-ON-FILE
               REWRITE CLAIM-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-WRITE-FAILED
                       DISPLAY 'WARNING: CLAIM ' CLAIM-ID
                           ' NOT REPLACED - STATUS '
                           WS-MASTER-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-CLAIMS-REPLACED
               END-REWRITE
           END-IF.

       BUILD-HISTORY-RECORD.
           MOVE CLAIM-ID TO CH-CLAIM-ID
           MOVE MEMBER-ID TO CH-MEMBER-ID
           MOVE SERVICE-DATE TO CH-SERVICE-DATE
           MOVE PROVIDER-ID TO CH-PROVIDER-ID
           MOVE CLAIM-TYPE TO CH-CLAIM-TYPE
           MOVE PROCEDURE-CODE TO CH-PROCEDURE-CODE
           MOVE DIAGNOSIS-CODE TO CH-DIAGNOSIS-CODE
           MOVE CLAIM-AMOUNT TO CH-CLAIM-AMOUNT
           MOVE PAID-AMOUNT TO CH-PAID-AMOUNT
           MOVE DENIED-AMOUNT TO CH-DENIED-AMOUNT
           MOVE CLAIM-STATUS TO CH-CLAIM-STATUS
           MOVE DENIAL-REASON-CODE TO CH-DENIAL-REASON-CODE
           MOVE DEDUCTIBLE-AMOUNT TO CH-DEDUCTIBLE-AMOUNT
           MOVE COINSURANCE-AMOUNT TO CH-COINSURANCE-AMOUNT
           MOVE COPAY-AMOUNT TO CH-COPAY-AMOUNT
           MOVE CLAIM-RECEIVED-DATE TO CH-RECEIVED-DATE
           MOVE CLAIM-PAID-DATE TO CH-PAID-DATE
           MOVE WS-RUN-DATE TO CH-LOADED-DATE.

       CLOSE-FILES.
           CLOSE CLAIM-FILE
           CLOSE CLAIM-HISTORY-MASTER.

       WRITE-LOAD-REPORT.
           DISPLAY '=========================================='
           DISPLAY 'CLAIM HISTORY MASTER LOAD'
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
           DISPLAY '=========================================='
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY 'CLAIMS ADDED: ' WS-CLAIMS-ADDED
           DISPLAY 'CLAIMS REPLACED: ' WS-CLAIMS-REPLACED
           IF WS-ZERO-KEY-SKIP > ZERO
               DISPLAY 'CLAIMS SKIPPED (ZERO CLAIM ID): '
                   WS-ZERO-KEY-SKIP
           END-IF
           IF WS-WRITE-FAILED > ZERO
               DISPLAY 'CLAIMS NOT REPLACED (SEE WARNINGS): '
                   WS-WRITE-FAILED
           END-IF
           DISPLAY '=========================================='.
