               'CDC-SUMMARY.DAT                         00507'.
           05  FILLER PIC X(45) VALUE
               'CBP-SUMMARY.DAT                         00507'.
           05  FILLER PIC X(45) VALUE
               'SPC-SUMMARY.DAT                         00507'.
           05  FILLER PIC X(45) VALUE
               'MEMBER-360.DAT                          06413'.
           05  FILLER PIC X(45) VALUE
               'GOVERNED-CALL-CONTACTS.DAT              01501'.
           05  FILLER PIC X(45) VALUE
               'GOVERNED-MAIL-CONTACTS.DAT              01501'.
           05  FILLER PIC X(45) VALUE
               'PAYMENT-REGISTER.DAT                    10013'.
           05  FILLER PIC X(45) VALUE
               'RECOUPMENT-ADJ-RECEIVABLES.DAT          04211'.
           05  FILLER PIC X(45) VALUE
               'RECOUPMENT-BALANCES.DAT                 01413'.
           05  FILLER PIC X(45) VALUE
               'RECOUPMENT-OFFSETS.DAT                  03511'.
           05  FILLER PIC X(45) VALUE
               'RETRO-ELIG-RECOVERY.DAT                 03909'.
           05  FILLER PIC X(45) VALUE
               'SUBROGATION-CASES.DAT                   03913'.
           05  FILLER PIC X(45) VALUE
               'SUBRO-QUESTIONNAIRE.DAT                 02613'.
       01  WS-EXTRACT-DEFS-R REDEFINES WS-EXTRACT-DEFS.
           05  WS-EXTRACT-DEF      OCCURS 24 TIMES
                                   INDEXED BY WS-DEF-IDX.
               10  WS-DEF-FILE-NAME    PIC X(40).
               10  WS-DEF-AMT-OFFSET   PIC 9(3).
               10  WS-DEF-AMT-LEN      PIC 9(2).
       01  WS-EXTRACT-DEF-COUNT    PIC 9(2) VALUE 24.

       01  WS-EXTRACT-FILE-NAME    PIC X(40).
       01  WS-EXTRACT-FILE-STATUS  PIC XX.
