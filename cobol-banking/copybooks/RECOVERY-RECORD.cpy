      *********************************************************
      * RECOVERY-RECORD.cpy - Charge-Off Recovery Ledger
      * This copybook defines the layout for the recovery ledger
      * (RECOVERY.DAT), one entry per recovery ODRECOV posts
      * against a charged-off overdrawn account - a later
      * deposit from the customer or a remittance from the
      * collection agency. The charged-off account is closed
      * and stays at zero; the recovery posts as its own
      * TXN-TYPE 'R' entry, which the GL extract books back to
      * the overdraft loss line. ODCORPT reports the month's
      * entries for the ALLL review.
      *********************************************************
       01  RECOVERY-RECORD.
      *    Charged-off account the recovery applies to
           05  RCV-ACCOUNT             PIC 9(10).
      *    Business date and time posted
           05  RCV-DATE                PIC 9(8).
           05  RCV-TIME                PIC 9(6).
      *    Amount recovered
           05  RCV-AMOUNT              PIC S9(10)V99 COMP-3.
      *    Where the money came from - D=Deposit by the
      *    customer, A=Collection agency remittance
           05  RCV-SOURCE              PIC X(1).
               88  RCV-FROM-DEPOSIT    VALUE "D".
               88  RCV-FROM-AGENCY     VALUE "A".
      *    Agency remittance or receipt reference, free text
           05  RCV-REFERENCE           PIC X(20).
      *    TXN-ID of the 'R' transaction the recovery posted as,
      *    and the operator who posted it
           05  RCV-TXN-ID              PIC 9(15).
           05  RCV-TELLER-ID           PIC X(5).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
