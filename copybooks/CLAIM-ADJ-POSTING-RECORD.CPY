      *    Shared CLAIM-ADJ-POSTING-RECORD layout - the day's
      *    accounting entries from CLAIM-ADJUST-POST. ENTRY-TYPE
      *    R reverses the claim image carried (the claim corrected
      *    or voided comes off every total it was counted in), P
      *    posts it (the replacement claim goes on). ORIGINAL-
      *    CLAIM-ID, FREQUENCY-CODE and REASON-CODE are those of the
      *    correction that raised the entry. Copied with REPLACING
      *    so writer and readers each get their own prefix.
       01  :PFX:-POSTING-RECORD.
           05  :PFX:-ENTRY-TYPE         PIC X(1).
               88  :PFX:-REVERSAL       VALUE 'R'.
               88  :PFX:-REPLACEMENT    VALUE 'P'.
           05  :PFX:-ORIGINAL-CLAIM-ID  PIC 9(12).
           05  :PFX:-FREQUENCY-CODE     PIC X(1).
           05  :PFX:-REASON-CODE        PIC X(4).
           05  :PFX:-POSTED-DATE        PIC 9(8).
           05  :PFX:-CLAIM-IMAGE        PIC X(150).
