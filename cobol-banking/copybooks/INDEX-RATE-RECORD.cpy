      *********************************************************
      * INDEX-RATE-RECORD.cpy - Loan Index Rate Record
      * This copybook defines the layout for the index rate
      * file (INDEXRT.DAT), keyed by index code - PRIME and
      * whatever other published rates variable-rate loans are
      * written against. LOANMNT INDEX keys a new rate when the
      * index moves, and LOANRPRC reads it to reprice each
      * variable-rate loan on its reset date.
      *********************************************************
       01  INDEX-RATE-RECORD.
      *    Index code - record key, e.g. PRIME
           05  IDX-INDEX-CODE          PIC X(8).
      *    Current index rate as a decimal fraction, the same
      *    scaling as LN-ANNUAL-RATE (0.0850 = 8.50%), and the
      *    date it takes effect - YYYYMMDD. A rate keyed ahead
      *    of its effective date leaves the prior rate in force
      *    until then.
           05  IDX-RATE                PIC 9V9(4).
           05  IDX-EFFECTIVE-DATE      PIC 9(8).
           05  IDX-PRIOR-RATE          PIC 9V9(4).
      *    Teller ID that keyed the current rate
           05  IDX-UPDATED-BY          PIC X(5).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
