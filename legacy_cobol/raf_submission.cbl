      *    the CMS response return file. Rejected diagnoses land in
      *    RAF-DIAGNOSIS-SUSPENSE.DAT alongside the orphans the
      *    scorer already writes there. Runs after RAF-SCORE-CALC;
      *    MASTER-GENERATION-MANAGER promotes
      *    RAF-SUBMISSION-MASTER-NEW.DAT after a clean run, once its
      *    HDR/TRL control records prove it complete.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  NS-SERVICE-DATE     PIC 9(8).
           05  NS-SUB-STATUS       PIC X(10).
           05  NS-SUBMITTED-DATE   PIC 9(8).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NS==.

       FD  RESPONSE-FILE.
      *    CMS return file, in member order: one disposition per
      *    submitted diagnosis
       01  WS-SB-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-SB-HASH              PIC 9(15) VALUE ZERO.
      *    New submission master control totals; the hash counts
      *    the entries still awaiting a CMS response
       01  WS-NS-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NS-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-DIAG            PIC X VALUE 'N'.
                       'DISPOSITIONS APPLIED THIS RUN'
               END-IF
               OPEN OUTPUT NEW-SUB-MASTER-FILE
               MOVE 'HDR' TO NS-H-RECORD-TYPE
               MOVE 'RAF-SUBMISSION' TO NS-H-PROGRAM
               MOVE WS-RUN-DATE TO NS-H-RUN-DATE
               MOVE 'SUBMISSION CYCLE' TO NS-H-PERIOD
               WRITE NS-HEADER-RECORD
               OPEN OUTPUT SUBMISSION-FILE
               MOVE 'HDR' TO SB-H-RECORD-TYPE
               MOVE 'RAF-SUBMISSION' TO SB-H-PROGRAM
           MOVE WS-SUB-STATUS(WS-SUB-IDX) TO NS-SUB-STATUS
           MOVE WS-SUB-SUB-DATE(WS-SUB-IDX) TO NS-SUBMITTED-DATE
           WRITE NEW-SUB-RECORD
           ADD 1 TO WS-NS-REC-COUNT
           IF WS-SUB-STATUS(WS-SUB-IDX) = 'SUBMITTED'
               ADD 1 TO WS-PENDING-COUNT
               ADD 1 TO WS-NS-HASH
           END-IF.

       COUNT-UNMATCHED-RESPONSES.
           IF RESPONSES-AVAILABLE
               CLOSE RESPONSE-FILE
           END-IF
           MOVE 'TRL' TO NS-T-RECORD-TYPE
           MOVE WS-NS-REC-COUNT TO NS-T-RECORD-COUNT
           MOVE WS-NS-HASH TO NS-T-HASH-TOTAL
           WRITE NS-TRAILER-RECORD
           CLOSE NEW-SUB-MASTER-FILE
           MOVE 'TRL' TO SB-T-RECORD-TYPE
           MOVE WS-SB-REC-COUNT TO SB-T-RECORD-COUNT
