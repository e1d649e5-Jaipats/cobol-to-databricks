           WRITE CHECKPOINT-RECORD.

       VALIDATE-CLAIM-RECORD.
      *    Reject claims with a zero-filled SERVICE-DATE, an
      *    unrecognized CLAIM-STATUS or PLACE-OF-SERVICE instead of
      *    letting them flow silently into the analysis
           MOVE 'N' TO WS-RECORD-INVALID
           EVALUATE TRUE
               WHEN SERVICE-DATE = ZERO
                   MOVE 'STAT' TO WS-REJECT-CODE
                   MOVE 'UNRECOGNIZED CLAIM STATUS'
                       TO WS-REJECT-REASON
               WHEN PLACE-OF-SERVICE NOT = SPACES AND
                    (PLACE-OF-SERVICE IS NOT NUMERIC OR
                     NOT VALID-PLACE-OF-SERVICE)
                   SET RECORD-INVALID TO TRUE
                   MOVE 'POS' TO WS-REJECT-CODE
                   MOVE 'UNRECOGNIZED PLACE OF SERVICE'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       WRITE-REJECT-RECORD.
