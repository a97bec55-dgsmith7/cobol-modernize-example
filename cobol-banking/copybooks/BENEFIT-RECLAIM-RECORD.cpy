      *********************************************************
      * BENEFIT-RECLAIM-RECORD.cpy - Federal Benefit Reclamation
      * This copybook defines the layout for the reclamation
      * flag file (RECLAIM.DAT). A federal benefit payment
      * (Social Security, VA, railroad and civil service
      * retirement - all disbursed by Treasury, so the ACH
      * company name carries TREAS) that lands on a deceased
      * customer's account after the date of death is owed
      * back to the government. ESTATE DECEASED flags the
      * ones already posted when the death is recorded, and
      * ACHPOST flags any that arrive afterwards, so the
      * deposit operations desk can answer the Treasury
      * reclamation and hold the funds. ESTATE RECLAIMS lists
      * the flags.
      *********************************************************
       01  BENEFIT-RECLAIM-RECORD.
      *    Account credited, and the deceased customer on it
           05  BRC-ACCOUNT             PIC 9(10).
           05  BRC-CUSTOMER-ID         PIC 9(10).
           05  BRC-DATE-OF-DEATH       PIC 9(8).
      *    The benefit credit - business date posted, its
      *    TXN-ID, amount and description
           05  BRC-CREDIT-DATE         PIC 9(8).
           05  BRC-TXN-ID              PIC 9(15).
           05  BRC-AMOUNT              PIC S9(10)V99 COMP-3.
           05  BRC-DESCRIPTION         PIC X(40).
      *    Business date flagged and the program that flagged it
           05  BRC-FLAGGED-DATE        PIC 9(8).
           05  BRC-SOURCE              PIC X(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
