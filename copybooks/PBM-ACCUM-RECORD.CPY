      *    Shared PBM-ACCUM-RECORD layout - one accumulator exchange
      *    transaction between the plan and the pharmacy benefit
      *    manager for the integrated deductible and out-of-pocket.
      *    SOURCE-SIDE R is pharmacy cost share sent by the PBM, M
      *    is medical cost share sent by the plan. DEDUCTIBLE-AMT is
      *    the part of the member's share applied to the deductible
      *    and OOP-AMT the whole share (deductible included); both
      *    are increments and go negative on a reversal. The YTD
      *    fields and MET flags are the sender's integrated position
      *    after the transaction - what it holds for both sides -
      *    so each side can bring the other to the maximum.
      *    Copied with REPLACING so the inbound feed, the pharmacy
      *    ledger and the outbound feed each get their own prefix.
       01  :PFX:-ACCUM-RECORD.
           05  :PFX:-MEMBER-ID          PIC 9(10).
           05  :PFX:-TRANSACTION-ID     PIC X(12).
           05  :PFX:-ACCUM-DATE         PIC 9(8).
           05  :PFX:-SOURCE-SIDE        PIC X(1).
               88  :PFX:-PHARMACY-SIDE  VALUE 'R'.
               88  :PFX:-MEDICAL-SIDE   VALUE 'M'.
           05  :PFX:-DEDUCTIBLE-AMT     PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
           05  :PFX:-OOP-AMT            PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
           05  :PFX:-DEDUCTIBLE-YTD     PIC 9(7)V99.
           05  :PFX:-OOP-YTD            PIC 9(7)V99.
           05  :PFX:-DEDUCT-MET-FLAG    PIC X(1).
           05  :PFX:-OOP-MET-FLAG       PIC X(1).
