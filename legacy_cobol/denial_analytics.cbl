
       VALIDATE-CLAIM-RECORD.
      *    Reject claims with a zero-filled SERVICE-DATE, an
      *    unrecognized CLAIM-STATUS or PLACE-OF-SERVICE, or a
      *    denial with no reason code instead of letting them skew
      *    the pareto
           MOVE 'N' TO WS-RECORD-INVALID
           EVALUATE TRUE
               WHEN SERVICE-DATE = ZERO
                   MOVE 'NORC' TO WS-REJECT-CODE
                   MOVE 'DENIED CLAIM WITH NO REASON CODE'
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
