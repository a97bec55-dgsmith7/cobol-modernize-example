      * maintenance-fee threshold and amount FEEBATCH applies,
      * what savings withdrawal limit the posting paths
      * enforce, and the minimum balance an account must hold
      * to take the product, and the per-item overdraft and
      * NSF fees ITEMFEE charges. An account with no product code
      * (spaces - every account written before this file
      * existed) runs on the global values exactly as before.
      *********************************************************
           05  PRD-STATUS              PIC X(1).
               88  PRD-ACTIVE          VALUE "A".
               88  PRD-CLOSED          VALUE "C".
      *    Per-item fees ITEMFEE charges in place of the global
      *    OD-ITEM-FEE and NSF-ITEM-FEE - only when the flag is
      *    Y (set by PRODMNT ITEMFEE); a product written before
      *    these fields existed runs on the global amounts
           05  PRD-ITEM-FEE-FLAG       PIC X(1).
               88  PRD-ITEM-FEES-SET   VALUE "Y".
           05  PRD-OD-ITEM-FEE         PIC 9(4)V99 COMP-3.
           05  PRD-NSF-ITEM-FEE        PIC 9(4)V99 COMP-3.
      *    Customer risk class RISKRATE scores the product at -
      *    H=Higher-risk product (foreign currency, cash-heavy
      *    business, correspondent), set by PRODMNT RISK. Any
      *    other value, including the space a product written
      *    before this field existed carries, is standard risk.
           05  PRD-RISK-CLASS          PIC X(1).
               88  PRD-HIGHER-RISK     VALUE "H".
