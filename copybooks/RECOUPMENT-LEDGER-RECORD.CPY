      *    Shared RECOUPMENT-LEDGER-RECORD layout - one record per
      *    provider receivable established from a confirmed
      *    recovery. ORIGIN names the finding that raised it: OVPY
      *    (contract overpayment), COB (coordination of benefits),
      *    DUP (duplicate claim), ELIG (claim paid while the member
      *    was not enrolled), ADJ (a paid claim voided or replaced
      *    for more than the provider's next payment could net) or
      *    STOP (stop-loss reinsurance, carried under provider zero
      *    since the reinsurer, not a provider, owes it).
      *    SOURCE-KEY is the key of the originating record.
      *    Copied with REPLACING so the old master, new master and
      *    sort work file each get their own prefix. STATUS O =
      *    open, C = closed (fully recovered).
       01  :PFX:-LEDGER-RECORD.
           05  :PFX:-RECEIVABLE-ID   PIC 9(10).
           05  :PFX:-PROVIDER-ID     PIC 9(8).
           05  :PFX:-ORIGIN          PIC X(4).
           05  :PFX:-SOURCE-KEY      PIC 9(12).
           05  :PFX:-CLAIM-ID        PIC 9(12).
           05  :PFX:-MEMBER-ID       PIC 9(10).
           05  :PFX:-ESTABLISHED-DATE PIC 9(8).
           05  :PFX:-ORIGINAL-AMOUNT PIC 9(9)V99.
           05  :PFX:-RECOVERED-AMOUNT PIC 9(9)V99.
           05  :PFX:-OPEN-BALANCE    PIC 9(9)V99.
           05  :PFX:-LAST-ACTIVITY   PIC 9(8).
           05  :PFX:-LAST-PAYMENT-NO PIC 9(10).
           05  :PFX:-STATUS          PIC X(1).
