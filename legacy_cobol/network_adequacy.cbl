           05  PROV-REGION-CODE    PIC X(10).
           05  PROV-COUNTY-NAME    PIC X(20).
           05  PROV-ZIP-CODE       PIC X(5).
      *    Taxpayer identification for the 1099 reporting: the
      *    TIN the provider is paid under (a group TIN is shared
      *    by its providers), E for an EIN or S for an SSN, and
      *    N on the 1099 flag for a payee exempt from reporting
           05  PROV-TAX-ID         PIC X(9).
           05  PROV-TIN-TYPE       PIC X(1).
           05  PROV-1099-ELIGIBLE  PIC X(1).

       FD  MEMBER-FILE.
      *    Member master read only for the county behind the
