      *    Shared RECOUPMENT-ADJ-RECORD layout - one record per
      *    paid claim voided or replaced whose reversal was more
      *    than PROVIDER-PAYMENT-CYCLE could net out of the
      *    provider's payment. REVERSED-AMOUNT is what the claim
      *    had been paid; RECEIVABLE-AMOUNT is the part still owed,
      *    which PROVIDER-RECOUPMENT-LEDGER books as an ADJ
      *    receivable keyed by the claim. POSTED-DATE is the day
      *    the correction was posted, CYCLE-DATE the payment run
      *    that found it. Copied with REPLACING so writer and
      *    reader each get their own prefix.
       01  :PFX:-ADJ-RECEIVABLE-RECORD.
           05  :PFX:-PROVIDER-ID        PIC 9(8).
           05  :PFX:-CLAIM-ID           PIC 9(12).
           05  :PFX:-MEMBER-ID          PIC 9(10).
           05  :PFX:-REVERSED-AMOUNT    PIC 9(9)V99.
           05  :PFX:-RECEIVABLE-AMOUNT  PIC 9(9)V99.
           05  :PFX:-POSTED-DATE        PIC 9(8).
           05  :PFX:-CYCLE-DATE         PIC 9(8).
