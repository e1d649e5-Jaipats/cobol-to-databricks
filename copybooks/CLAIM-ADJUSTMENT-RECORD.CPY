      *    Shared CLAIM-ADJUSTMENT-RECORD layout - one correction to
      *    a claim already on CLAIMS.DAT. ORIGINAL-CLAIM-ID is the
      *    claim being corrected: the claim as first paid, or the
      *    replacement that last corrected it. FREQUENCY-CODE
      *    follows the 837 claim frequency: 7 replaces the claim
      *    with the full claim image carried in REPLACEMENT-IMAGE
      *    (under its own new CLAIM-ID), 8 voids it outright.
      *    REASON-CODE says why: APPL appeal overturned, CORR
      *    corrected billing, DUPL duplicate submission, ELIG
      *    eligibility change, RECO recovery/recoupment, OTHR.
      *    The inbound feed leaves the last three fields zero;
      *    posting fills them in on the adjustment history, where
      *    ROOT-CLAIM-ID ties every link of a correction chain back
      *    to the claim first paid. Copied with REPLACING so the
      *    inbound feed, old and new history and the sort work
      *    files each get their own prefix.
       01  :PFX:-ADJUSTMENT-RECORD.
           05  :PFX:-ORIGINAL-CLAIM-ID  PIC 9(12).
           05  :PFX:-FREQUENCY-CODE     PIC X(1).
               88  :PFX:-REPLACEMENT    VALUE '7'.
               88  :PFX:-VOID           VALUE '8'.
           05  :PFX:-REASON-CODE        PIC X(4).
           05  :PFX:-ADJUSTMENT-DATE    PIC 9(8).
           05  :PFX:-REPLACEMENT-IMAGE  PIC X(150).
           05  :PFX:-REPLACEMENT-KEY
                   REDEFINES :PFX:-REPLACEMENT-IMAGE.
               10  :PFX:-REPLACEMENT-CLAIM-ID PIC 9(12).
               10  FILLER               PIC X(138).
           05  :PFX:-ROOT-CLAIM-ID      PIC 9(12).
           05  :PFX:-ORIGINAL-PAID      PIC 9(7)V99.
           05  :PFX:-POSTED-DATE        PIC 9(8).
