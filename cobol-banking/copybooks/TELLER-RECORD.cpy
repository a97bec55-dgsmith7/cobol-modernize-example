      *    cleared only by TELLMNT UNLOCK
           05  TLR-LOCKOUT-FLAG        PIC X(1).
               88  TLR-LOCKED-OUT      VALUE "L".
      *    Largest fee refund the teller may give without a
      *    supervisor override, set by TELLMNT RFNDLIM. Zero -
      *    and every record written before the field existed -
      *    takes the house FEE-REFUND-TELLER-LIMIT.
           05  TLR-REFUND-LIMIT        PIC 9(6)V99 COMP-3.
      *    Filler for future expansion and record alignment -
      *    restored when the sign-on fields consumed the old
      *    seven-byte filler, narrowed for the refund limit
           05  FILLER                  PIC X(5).
