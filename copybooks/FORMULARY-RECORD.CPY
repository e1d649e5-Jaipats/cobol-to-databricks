      *    Shared FORMULARY-RECORD layout - the formulary master as
      *    the P&T committee maintains it, one record per NDC in
      *    NDC order: the tier and formulary status a fill is
      *    measured against, the utilization-management edits the
      *    drug carries, and the manufacturer rebate contract its
      *    fills earn under
       01  FORMULARY-RECORD.
           05  FM-NDC-CODE         PIC X(11).
           05  FM-DRUG-NAME        PIC X(30).
      *    1 = generic, 2 = preferred brand, 3 = non-preferred
      *    brand, 4 = specialty
           05  FM-TIER             PIC X(1).
      *    P = preferred, N = non-preferred, X = excluded (carried
      *    on the master but not on formulary)
           05  FM-FORMULARY-STATUS PIC X(1).
               88  FM-PREFERRED    VALUE 'P'.
               88  FM-NON-PREFERRED VALUE 'N'.
               88  FM-EXCLUDED     VALUE 'X'.
      *    Y when the drug needs a prior authorization or a step
      *    therapy trial before it is covered
           05  FM-PA-REQUIRED      PIC X(1).
           05  FM-STEP-THERAPY     PIC X(1).
      *    Labeler the rebate is billed to
           05  FM-MANUFACTURER-ID  PIC X(5).
           05  FM-MANUFACTURER-NAME PIC X(30).
      *    Rebate contract and the rebate it pays as a percentage
      *    of ingredient cost; spaces and zero when the drug earns
      *    no rebate
           05  FM-REBATE-CONTRACT  PIC X(10).
           05  FM-REBATE-PCT       PIC 9(2)V99.
