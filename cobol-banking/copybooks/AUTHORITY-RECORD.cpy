      *   REVERSAL - REVERSE
      *   ACCTMNT  - CREATE, FREEZE, CLOSE, REOPEN, CDTERMS,
      *              STOPPAY, STOPREL, SUSPOST, SUSDEL,
      *              STMTCYC, SWEEPLINK, BRNASGN, and the
      *              APPLMNT application intake commands
      *   FEEADJ   - REFUND, WAIVE, WAIVEREL
      *   PARMMNT  - parameter maintenance
      *   CUSTMNT  - customer maintenance
      *   TELLMNT  - teller maintenance
