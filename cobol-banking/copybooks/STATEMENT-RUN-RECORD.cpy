               88  SRN-FAILED          VALUE "F".
      *    Wall-clock completion time - HHMMSS
           05  SRN-TIME                PIC 9(6).
      *    Statements by delivery channel - printed for the mail
      *    room, and sent to the e-statement vendor. A customer
      *    taking both counts once in each, so the two can add
      *    up to more than SRN-STATEMENTS-WRITTEN; the postage
      *    saved is the electronic-only statements, written
      *    less paper. Zero on records written before these
      *    counts were kept.
           05  SRN-PAPER-STATEMENTS    PIC 9(7).
           05  SRN-ELECTRONIC-STATEMENTS PIC 9(7).
      *    Combined relationship statements among the
      *    statements written, and the accounts due this run
      *    that had no statement of their own because they
      *    ride on a combined statement filed under another
      *    account
           05  SRN-COMBINED-STATEMENTS PIC 9(7).
           05  SRN-ACCOUNTS-COMBINED   PIC 9(7).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
