      *   FX-SPREAD-PCT          RETURNED-ITEM-FEE
      *   OFFICIAL-CHECK-ACCOUNT OFFICIAL-CHECK-FEE
      *   OVERDRAFT-INTEREST-RATE
      *   LATE-FEE-AMOUNT        LATE-FEE-GRACE-DAYS
      *   ESCROW-CUSHION-MONTHS  LOAN-CLEARING-ACCOUNT
      *   LOAN-BILL-LEAD-DAYS    BUREAU-REPORTER-ID
      *   OVERDRAWN-FREEZE-DAYS  OVERDRAWN-CHARGEOFF-DAYS
      *   OD-ITEM-FEE            NSF-ITEM-FEE
      *   ITEM-FEE-DAILY-MAX     OD-FEE-DEMINIMIS
      *   RISK-HIGH-SCORE        RISK-MEDIUM-SCORE
      *   FDIC-COVERAGE-LIMIT    FDIC-MAX-BENEFICIARIES
      *   GAP-NMD-BAND-<account type or product code>
      *   PROFIT-FUNDS-RATE      PROFIT-RANK-COUNT
      *   CARD-AUTH-EXPIRE-DAYS
      *   RDC-ITEM-LIMIT         RDC-DAILY-LIMIT
      *   SDB-RENT-SMALL         SDB-RENT-MEDIUM
      *   SDB-RENT-LARGE         SDB-RENT-XLARGE
      *   SDB-DRILL-WAIT-DAYS    GL-RETAINED-EARNINGS
      *   CLOSED-ACCOUNT-RETENTION-DAYS
      *   FEE-REFUND-TELLER-LIMIT
      *   COMPLAINT-ACK-DAYS     COMPLAINT-RESOLVE-DAYS
      *
      * Usage:
      *   PARMMNT [operator-id] SET name value [effective-date]
