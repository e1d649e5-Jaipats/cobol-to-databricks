      *    Shared CLAIM-HISTORY-RECORD layout - one record per claim
      *    on the keyed claim history master CLAIM-HISTORY-LOAD
      *    builds from CLAIMS.DAT. Primary key is CH-CLAIM-ID; the
      *    alternate key CH-MEMBER-KEY (member then service date,
      *    duplicates allowed) returns a member's claims in date
      *    order on a START / READ NEXT. Adjudication fields carry
      *    the same pictures as CLAIM-RECORD so the load is a
      *    straight field-for-field move.
       01  CLAIM-HISTORY-RECORD.
           05  CH-CLAIM-ID             PIC 9(12).
           05  CH-MEMBER-KEY.
               10  CH-MEMBER-ID        PIC 9(10).
               10  CH-SERVICE-DATE     PIC 9(8).
           05  CH-PROVIDER-ID          PIC 9(8).
           05  CH-CLAIM-TYPE           PIC X(10).
           05  CH-PROCEDURE-CODE       PIC X(5).
           05  CH-DIAGNOSIS-CODE       PIC X(7).
           05  CH-CLAIM-AMOUNT         PIC 9(7)V99 COMP-3.
           05  CH-PAID-AMOUNT          PIC 9(7)V99 COMP-3.
           05  CH-DENIED-AMOUNT        PIC 9(7)V99 COMP-3.
           05  CH-CLAIM-STATUS         PIC X(10).
           05  CH-DENIAL-REASON-CODE   PIC X(4).
           05  CH-DEDUCTIBLE-AMOUNT    PIC 9(5)V99 COMP-3.
           05  CH-COINSURANCE-AMOUNT   PIC 9(5)V99 COMP-3.
           05  CH-COPAY-AMOUNT         PIC 9(3)V99 COMP-3.
           05  CH-RECEIVED-DATE        PIC 9(8).
           05  CH-PAID-DATE            PIC 9(8).
      *    Run date of the load that last wrote this claim, so an
      *    inquiry can tell the caller how current the record is
           05  CH-LOADED-DATE          PIC 9(8).
