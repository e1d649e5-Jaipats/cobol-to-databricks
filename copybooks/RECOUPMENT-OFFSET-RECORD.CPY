      *    Shared RECOUPMENT-OFFSET-RECORD layout - one record per
      *    receivable recovered by withholding from a provider
      *    payment. PROVIDER-PAYMENT-CYCLE writes it as the offset
      *    is taken; PROVIDER-RECOUPMENT-LEDGER posts it against
      *    the receivable on its next run. PAYMENT-NO is the check
      *    or EFT number the offset reduced.
       01  RECOUPMENT-OFFSET-RECORD.
           05  OF-RECEIVABLE-ID    PIC 9(10).
           05  OF-PROVIDER-ID      PIC 9(8).
           05  OF-ORIGIN           PIC X(4).
           05  OF-CLAIM-ID         PIC 9(12).
           05  OF-OFFSET-AMOUNT    PIC 9(9)V99.
           05  OF-PAYMENT-NO       PIC 9(10).
           05  OF-OFFSET-DATE      PIC 9(8).
