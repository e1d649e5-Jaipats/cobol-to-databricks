           05  NS-REASON-TEXT      PIC X(40).
           05  NS-FIRST-SEEN       PIC 9(8).
           05  NS-LAST-SEEN        PIC 9(8).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NS==.

       FD  CORRECTED-FILE.
      *    Corrected source records keyed by source system; the
               'CDC CDC-REJECTS.DAT                         10'.
           05  FILLER PIC X(46) VALUE
               'CBP CBP-REJECTS.DAT                         10'.
           05  FILLER PIC X(46) VALUE
               'SPC SPC-REJECTS.DAT                         10'.
           05  FILLER PIC X(46) VALUE
               'M360MEMBER-360-REJECTS.DAT                  10'.
           05  FILLER PIC X(46) VALUE
               'RX  PHARMACY-REJECTS.DAT                    22'.
           05  FILLER PIC X(46) VALUE
               'ENRLENROLLMENT-TRANS-REJECTS.DAT            10'.
           05  FILLER PIC X(46) VALUE
               'PMNTPROVIDER-TRANS-REJECTS.DAT              08'.
           05  FILLER PIC X(46) VALUE
               'LAB LAB-REJECTS.DAT                         17'.
           05  FILLER PIC X(46) VALUE
               'RCPYRECOUPMENT-REJECTS.DAT                  16'.
           05  FILLER PIC X(46) VALUE
               'CADJCLAIM-ADJ-REJECTS.DAT                   13'.
           05  FILLER PIC X(46) VALUE
               'PBMAPBM-ACCUM-REJECTS.DAT                   22'.
           05  FILLER PIC X(46) VALUE
               'INTKCLAIMS-INTAKE-REJECTS.DAT               12'.
       01  WS-SOURCE-DEFS-R REDEFINES WS-SOURCE-DEFS.
           05  WS-SOURCE-DEF       OCCURS 19 TIMES
                                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-CODE         PIC X(4).
               10  WS-SRC-FILE-NAME    PIC X(40).
               10  WS-SRC-KEY-LEN      PIC 9(2).
       01  WS-SOURCE-COUNT         PIC 9(2) VALUE 19.

       01  WS-REJECT-FILE-NAME     PIC X(40).
       01  WS-REJECT-FILE-STATUS   PIC XX.
           05  WS-AGE-30PLUS       PIC 9(7) VALUE ZERO.
       01  WS-CLEARANCE-RATE       PIC 9(3)V99.

      *    New master control totals; the hash counts the entries
      *    aged 30 days or more
       01  WS-NS-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NS-HASH              PIC 9(15) VALUE ZERO.

       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-AGE-DAYS             PIC S9(5).

       WRITE-NEW-SUSPENSE.
      *    Everything not cleared goes out on the new master with
      *    its aging bucket tallied; MASTER-GENERATION-MANAGER
      *    promotes the new master for the next run once its
      *    HDR/TRL control records prove it complete
           OPEN OUTPUT NEW-SUSPENSE-FILE
           MOVE 'HDR' TO NS-H-RECORD-TYPE
           MOVE 'SUSPENSE-MANAGER' TO NS-H-PROGRAM
           MOVE WS-TODAY TO NS-H-RUN-DATE
           MOVE 'SUSPENSE QUEUE' TO NS-H-PERIOD
           WRITE NS-HEADER-RECORD
           PERFORM WRITE-ONE-SUSPENSE
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
           MOVE 'TRL' TO NS-T-RECORD-TYPE
           MOVE WS-NS-REC-COUNT TO NS-T-RECORD-COUNT
           MOVE WS-NS-HASH TO NS-T-HASH-TOTAL
           WRITE NS-TRAILER-RECORD
           CLOSE NEW-SUSPENSE-FILE
           PERFORM COUNT-DROPPED-OLD
               VARYING WS-OLD-IDX FROM 1 BY 1
                   TO NS-FIRST-SEEN
               MOVE WS-TODAY TO NS-LAST-SEEN
               WRITE NEW-SUSPENSE-RECORD
               ADD 1 TO WS-NS-REC-COUNT
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(
                       WS-SUSP-FIRST-SEEN(WS-SUSP-IDX))
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS >= 30
                       ADD 1 TO WS-AGE-30PLUS
                       ADD 1 TO WS-NS-HASH
                   WHEN WS-AGE-DAYS >= 7
                       ADD 1 TO WS-AGE-7PLUS
                   WHEN OTHER
