       01  NEW-HISTORY-RECORD.
           05  NH-METRIC-NAME      PIC X(20).
           05  NH-METRIC-VALUE     PIC 9(9)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NH==.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
       01  WS-DELTA                PIC S9(9)V99.
       01  WS-MOVE-PCT             PIC 9(5)V99.
       01  WS-BREACH-COUNT         PIC 9(2) VALUE ZERO.

      *    New history control totals; the hash is the sum of the
      *    metric values in cents
       01  WS-NH-RUN-DATE          PIC 9(8).
       01  WS-NH-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NH-HASH              PIC 9(15) VALUE ZERO.
       01  WS-COMPARED-COUNT       PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       WRITE-NEW-HISTORY.
      *    This run's metrics become next run's baseline; on a HOLD
      *    the RETURN-CODE 8 keeps MASTER-GENERATION-MANAGER from
      *    promoting it, so the old METRIC-HISTORY.DAT stays in
      *    place until the discrepancy is explained
           ACCEPT WS-NH-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT NEW-HISTORY-FILE
           MOVE 'HDR' TO NH-H-RECORD-TYPE
           MOVE 'ANOMALY-CIRCUIT-BRKR' TO NH-H-PROGRAM
           MOVE WS-NH-RUN-DATE TO NH-H-RUN-DATE
           MOVE 'METRIC HISTORY' TO NH-H-PERIOD
           WRITE NH-HEADER-RECORD
           PERFORM WRITE-ONE-HISTORY
               VARYING WS-MET-IDX FROM 1 BY 1
               UNTIL WS-MET-IDX > WS-METRIC-COUNT
           MOVE 'TRL' TO NH-T-RECORD-TYPE
           MOVE WS-NH-REC-COUNT TO NH-T-RECORD-COUNT
           MOVE WS-NH-HASH TO NH-T-HASH-TOTAL
           WRITE NH-TRAILER-RECORD
           CLOSE NEW-HISTORY-FILE.

       WRITE-ONE-HISTORY.
               MOVE WS-MET-NAME(WS-MET-IDX) TO NH-METRIC-NAME
               MOVE WS-MET-VALUE(WS-MET-IDX) TO NH-METRIC-VALUE
               WRITE NEW-HISTORY-RECORD
               ADD 1 TO WS-NH-REC-COUNT
               COMPUTE WS-NH-HASH = WS-NH-HASH +
                   (NH-METRIC-VALUE * 100)
           END-IF.

       WRITE-BREAKER-REPORT.
