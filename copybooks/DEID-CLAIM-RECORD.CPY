      *    Shared DEID-CLAIM-RECORD layout - one claim line as the
      *    outside analytics recipients receive it. The member is
      *    carried only as the pseudonymous key, every date is
      *    moved by the member's date shift, CLAIM-SEQ replaces the
      *    claim number, and a diagnosis seen on too few members
      *    to publish is suppressed to asterisks. The sort keys
      *    lead the record. Copied with REPLACING so the staging
      *    file, sort work file and delivered extract each get
      *    their own prefix.
       01  :PFX:-DEID-CLAIM-RECORD.
           05  :PFX:-PSEUDO-KEY      PIC 9(10).
           05  :PFX:-SERVICE-DATE    PIC 9(8).
           05  :PFX:-DIAGNOSIS-CODE  PIC X(7).
           05  :PFX:-CLAIM-SEQ       PIC 9(12).
           05  :PFX:-PROVIDER-ID     PIC 9(8).
           05  :PFX:-CLAIM-TYPE      PIC X(10).
           05  :PFX:-PROCEDURE-CODE  PIC X(5).
           05  :PFX:-PROCEDURE-MODIFIER PIC X(2).
           05  :PFX:-CLAIM-AMOUNT    PIC 9(7)V99.
           05  :PFX:-PAID-AMOUNT     PIC 9(7)V99.
           05  :PFX:-DENIED-AMOUNT   PIC 9(7)V99.
           05  :PFX:-CLAIM-STATUS    PIC X(10).
           05  :PFX:-DENIAL-REASON-CODE PIC X(4).
           05  :PFX:-DEDUCTIBLE-AMOUNT PIC 9(5)V99.
           05  :PFX:-COINSURANCE-AMOUNT PIC 9(5)V99.
           05  :PFX:-COPAY-AMOUNT    PIC 9(3)V99.
           05  :PFX:-QUALITY-SCORE   PIC 9(3).
           05  :PFX:-RECEIVED-DATE   PIC 9(8).
           05  :PFX:-PAID-DATE       PIC 9(8).
