      *    end so positional readers of older extracts keep working.
           05  CLAIM-RECEIVED-DATE PIC 9(8).
           05  CLAIM-PAID-DATE     PIC 9(8).
      *    First procedure modifier billed on the line (59, XS, XU,
      *    LT/RT and the like), spaces when none was billed; the
      *    unbundling edit lets a modifier-allowed pair through on
      *    it. Appended at the end like the dates above.
           05  PROCEDURE-MODIFIER  PIC X(2).
      *    CMS place-of-service code billed on the line (11 office,
      *    19/22 outpatient hospital, 24 ambulatory surgical center,
      *    02/10 telehealth and so on), and the ordering or referring
      *    provider named on it. Spaces and zero on claims received
      *    before either was captured. Appended at the end like the
      *    fields above.
           05  PLACE-OF-SERVICE    PIC X(2).
               88  VALID-PLACE-OF-SERVICE
                                   VALUE '01' THRU '27'
                                         '31' THRU '34'
                                         '41' '42'
                                         '49' THRU '58'
                                         '60' THRU '62'
                                         '65' '66' '71' '72'
                                         '81' '99'.
           05  ORDERING-PROVIDER-ID PIC 9(8).
