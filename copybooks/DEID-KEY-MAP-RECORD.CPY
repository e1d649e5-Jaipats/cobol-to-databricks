      *    Shared DEID-KEY-MAP-RECORD layout - the pseudonymous key
      *    and date shift assigned to each member for the
      *    de-identified analytics extract, one record per member
      *    in MEMBER-ID order. A member keeps the same key and
      *    shift on every run so recipients can join files across
      *    deliveries. The map itself is the re-identification key
      *    and stays on the protected master; it is never part of
      *    an outbound delivery. Copied with REPLACING so the old
      *    map, new map and sort work file each get their own
      *    prefix.
       01  :PFX:-KEY-MAP-RECORD.
           05  :PFX:-MEMBER-ID       PIC 9(10).
           05  :PFX:-PSEUDO-KEY      PIC 9(10).
      *    Days every date of the member's is moved by, never zero
           05  :PFX:-DATE-SHIFT      PIC S9(3)
                                     SIGN IS LEADING SEPARATE.
           05  :PFX:-ASSIGNED-DATE   PIC 9(8).
