           05  THERAPEUTIC-CLASS   PIC X(20).
           05  INGREDIENT-COST     PIC 9(7)V99 COMP-3.
           05  DISPENSING-FEE      PIC 9(3)V99 COMP-3.
      *    Prescriber on the fill, zero when the PBM did not carry
      *    one; appended at the end so positional readers of older
      *    extracts keep working
           05  PRESCRIBER-ID       PIC 9(8).
