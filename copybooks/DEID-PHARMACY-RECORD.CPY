      *    Shared DEID-PHARMACY-RECORD layout - one pharmacy fill as
      *    the outside analytics recipients receive it: the member
      *    as the pseudonymous key, the fill date moved by the
      *    member's date shift and FILL-SEQ in place of the claim
      *    number. The sort keys lead the record. Copied with
      *    REPLACING so the staging file, sort work file and
      *    delivered extract each get their own prefix.
       01  :PFX:-DEID-RX-RECORD.
           05  :PFX:-PSEUDO-KEY      PIC 9(10).
           05  :PFX:-FILL-DATE       PIC 9(8).
           05  :PFX:-FILL-SEQ        PIC 9(12).
           05  :PFX:-PHARMACY-ID     PIC 9(8).
           05  :PFX:-NDC-CODE        PIC X(11).
           05  :PFX:-DAYS-SUPPLY     PIC 9(3).
           05  :PFX:-REFILL-NUMBER   PIC 9(2).
           05  :PFX:-BRAND-GENERIC-IND PIC X(1).
           05  :PFX:-THERAPEUTIC-CLASS PIC X(20).
           05  :PFX:-INGREDIENT-COST PIC 9(7)V99.
           05  :PFX:-DISPENSING-FEE  PIC 9(3)V99.
           05  :PFX:-PRESCRIBER-ID   PIC 9(8).
