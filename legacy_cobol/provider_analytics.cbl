           05  REGION-CODE         PIC X(10).
           05  COUNTY-NAME         PIC X(20).
           05  ZIP-CODE            PIC X(5).
      *    Taxpayer identification for the 1099 reporting: the
      *    TIN the provider is paid under (a group TIN is shared
      *    by its providers), E for an EIN or S for an SSN, and
      *    N on the 1099 flag for a payee exempt from reporting
           05  TAX-ID              PIC X(9).
           05  TIN-TYPE            PIC X(1).
           05  ELIGIBLE-1099       PIC X(1).
       
       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".
           END-IF.

       VALIDATE-PROVIDER-CLAIM-RECORD.
      *    Reject claims with a zero-filled SERVICE-DATE, an
      *    unrecognized CLAIM-STATUS or PLACE-OF-SERVICE instead of
      *    letting them flow silently into the provider performance
      *    metrics
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
