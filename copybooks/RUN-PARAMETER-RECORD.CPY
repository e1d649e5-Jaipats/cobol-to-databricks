           05  RP-PERIOD-START     PIC 9(8).
           05  RP-PERIOD-END       PIC 9(8).
           05  RP-PERIOD-LABEL     PIC X(20).
      *    Processing cycle the driver is running (DAILY, MONTHEND,
      *    QTREND or YEAREND), the business date it runs for, and the
      *    month the cycle closes. A month-end job bills or pays for
      *    RP-CYCLE-PERIOD, so a missed month-end caught up on a later
      *    night still closes its own month. A parameter file written
      *    before these fields existed reads them as spaces.
           05  RP-CYCLE-CODE       PIC X(8).
           05  RP-BUSINESS-DATE    PIC 9(8).
           05  RP-CYCLE-PERIOD     PIC 9(6).
