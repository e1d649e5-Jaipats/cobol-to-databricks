           05  PM-REGION-CODE      PIC X(10).
           05  PM-COUNTY-NAME      PIC X(20).
           05  PM-ZIP-CODE         PIC X(5).
      *    Taxpayer identification for the 1099 reporting: the
      *    TIN the provider is paid under (a group TIN is shared
      *    by its providers), E for an EIN or S for an SSN, and
      *    N on the 1099 flag for a payee exempt from reporting
           05  PM-TAX-ID           PIC X(9).
           05  PM-TIN-TYPE         PIC X(1).
           05  PM-1099-ELIGIBLE    PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-CANDIDATE-STATUS     PIC XX.
