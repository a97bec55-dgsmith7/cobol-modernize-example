      *********************************************************
      * GL-POST-CONTROL-RECORD.cpy - GL Posting Control
      * Single-record layout for the GL posting control file
      * (GLPOSTED.DAT). GLEXTRCT replaces GLJRNL.DAT each night,
      * so GLPOST remembers the newest journal date it has
      * applied to the GL master - a rerun of the chain after
      * a later step fails skips a journal already posted
      * instead of doubling it on the ledger.
      *********************************************************
       01  GL-POST-CONTROL-RECORD.
      *    Newest GLJRNL.DAT journal date posted - YYYYMMDD,
      *    zero before the first posting
           05  GPC-LAST-JOURNAL-DATE   PIC 9(8).
      *    Business date of the run that posted it
           05  GPC-POSTED-ON-DATE      PIC 9(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
