      *    member order, enrollment spans open and close alongside,
      *    rejects go to a suspense file for the SUSPENSE-MANAGER,
      *    and every applied transaction lands on an audit trail.
      *    MEMBERS-NEW.DAT and ENROLLMENT-SPANS-NEW.DAT carry
      *    HDR/TRL control records; MASTER-GENERATION-MANAGER proves
      *    both and promotes them together after a clean run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  NEW-REGION-CODE     PIC X(10).
           05  NEW-COUNTY-NAME     PIC X(20).
           05  NEW-ZIP-CODE        PIC X(5).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==MB==.

       FD  NEW-SPAN-FILE.
       01  NEW-SPAN-RECORD.
           05  NS-SPAN-START       PIC 9(8).
           05  NS-SPAN-END         PIC 9(8).
           05  NS-SPAN-PLAN        PIC X(20).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==SP==.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  WS-NEW-MEMBERS-OUT  PIC 9(9) VALUE ZERO.
           05  WS-NEW-SPANS-OUT    PIC 9(9) VALUE ZERO.

      *    New master control totals: the member hash is the
      *    premium amount in cents, the span hash counts the spans
      *    still open at the end of the run
       01  WS-MB-HASH              PIC 9(15) VALUE ZERO.
       01  WS-SP-HASH              PIC 9(15) VALUE ZERO.

       01  WS-REJECT-CODE          PIC X(4).
       01  WS-REJECT-REASON        PIC X(40).

               END-IF
               OPEN OUTPUT NEW-MEMBER-FILE
               OPEN OUTPUT NEW-SPAN-FILE
               MOVE 'HDR' TO MB-H-RECORD-TYPE
               MOVE 'ENROLLMENT-MAINT' TO MB-H-PROGRAM
               MOVE WS-RUN-DATE TO MB-H-RUN-DATE
               MOVE 'MEMBER MASTER' TO MB-H-PERIOD
               WRITE MB-HEADER-RECORD
               MOVE 'HDR' TO SP-H-RECORD-TYPE
               MOVE 'ENROLLMENT-MAINT' TO SP-H-PROGRAM
               MOVE WS-RUN-DATE TO SP-H-RUN-DATE
               MOVE 'ENROLLMENT SPANS' TO SP-H-PERIOD
               WRITE SP-HEADER-RECORD
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT AUDIT-FILE
               READ OLD-MEMBER-FILE
           MOVE WK-COUNTY-NAME TO NEW-COUNTY-NAME
           MOVE WK-ZIP-CODE TO NEW-ZIP-CODE
           WRITE NEW-MEMBER-RECORD
           COMPUTE WS-MB-HASH = WS-MB-HASH +
               (NEW-PREMIUM-AMOUNT * 100)
           PERFORM VARYING WS-SPN-IDX FROM 1 BY 1
                   UNTIL WS-SPN-IDX > WS-SPAN-COUNT
               ADD 1 TO WS-NEW-SPANS-OUT
               MOVE WS-SPN-END(WS-SPN-IDX) TO NS-SPAN-END
               MOVE WS-SPN-PLAN(WS-SPN-IDX) TO NS-SPAN-PLAN
               WRITE NEW-SPAN-RECORD
               IF NS-SPAN-END = WS-OPEN-END-DATE
                   ADD 1 TO WS-SP-HASH
               END-IF
           END-PERFORM.

       WRITE-REJECT-RECORD.
           IF SPANS-AVAILABLE
               CLOSE OLD-SPAN-FILE
           END-IF
           MOVE 'TRL' TO MB-T-RECORD-TYPE
           MOVE WS-NEW-MEMBERS-OUT TO MB-T-RECORD-COUNT
           MOVE WS-MB-HASH TO MB-T-HASH-TOTAL
           WRITE MB-TRAILER-RECORD
           MOVE 'TRL' TO SP-T-RECORD-TYPE
           MOVE WS-NEW-SPANS-OUT TO SP-T-RECORD-COUNT
           MOVE WS-SP-HASH TO SP-T-HASH-TOTAL
           WRITE SP-TRAILER-RECORD
           CLOSE NEW-MEMBER-FILE
           CLOSE NEW-SPAN-FILE
           CLOSE REJECT-FILE
