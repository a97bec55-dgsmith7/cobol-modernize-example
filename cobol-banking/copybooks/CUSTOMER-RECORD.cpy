           05  CUS-W9-STATUS           PIC X(1).
               88  CUS-W9-CERTIFIED    VALUE "C".
               88  CUS-BACKUP-WITHHOLD VALUE "B".
      *    Date of death - YYYYMMDD, recorded by ESTATE
      *    DECEASED. Zero for a living customer; a record
      *    written before this field existed may carry spaces
      *    here, which read the same as zero. ACHPOST
      *    flags federal benefit credits landing after it for
      *    reclamation.
           05  CUS-DATE-OF-DEATH       PIC 9(8).
      *    Returned mail - U=Undeliverable, set by RETMAIL MARK
      *    when the post office sends mail back, with the date
      *    it came back. Statements, notices and letters to an
      *    undeliverable address are held for pickup on
      *    HELDMAIL.DAT instead of mailed. CUSTMNT ADDRESS (or
      *    its DUALCTL approval) clears both. A space, or a
      *    record written before these fields existed, is a
      *    good address.
           05  CUS-MAIL-STATUS         PIC X(1).
               88  CUS-MAIL-UNDELIVERABLE VALUE "U".
           05  CUS-MAIL-RETURNED-DATE  PIC 9(8).
      *    Statement delivery, set by CUSTMNT DELIVERY -
      *    P=Paper through the print queue, E=Electronic through
      *    the e-statement extract to CUS-EMAIL, B=Both. A space
      *    (a record written before the field existed) is paper.
           05  CUS-STMT-DELIVERY       PIC X(1).
               88  CUS-STMT-PAPER      VALUES "P" " ".
               88  CUS-STMT-ELECTRONIC VALUE "E".
               88  CUS-STMT-BOTH       VALUE "B".
      *    Y=one combined relationship statement covering every
      *    account and loan the customer owns, in place of a
      *    statement per account. Space or N is per account.
           05  CUS-STMT-COMBINED       PIC X(1).
               88  CUS-STMT-COMBINED-YES VALUE "Y".
      *    Filler for future expansion - the record is 232
      *    bytes, inside the 240-byte customer before-images
           05  FILLER                  PIC X(8).
