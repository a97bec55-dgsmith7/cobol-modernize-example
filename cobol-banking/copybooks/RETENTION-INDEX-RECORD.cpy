      *********************************************************
       01  RETENTION-INDEX-RECORD.
      *    Control file the run trimmed - AUDIT, ALERTS,
      *    SAFQUEUE, SUSPENSE, HOLDS or STOPPAY, or ACCOUNTS for
      *    an ACCTPURG closed-account purge
           05  RTX-SOURCE-FILE         PIC X(9).
      *    Archive file the records moved to
           05  RTX-ARCHIVE-FILE        PIC X(12).
