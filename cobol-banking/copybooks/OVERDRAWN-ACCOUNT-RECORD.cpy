      *********************************************************
      * OVERDRAWN-ACCOUNT-RECORD.cpy - Overdrawn Account Tracking
      * This copybook defines the layout for the overdrawn
      * account file (OVERDRWN.DAT), indexed by account number.
      * ACC-OVERDRAFT-LIMIT lets a balance go negative and
      * ODPOST charges interest on it, but nothing watched how
      * long an account sat overdrawn. The nightly ODAGING step
      * opens an entry the first night an account is negative
      * and ages it from that date: overdrawn notices at 10 and
      * 30 days, a debit freeze at OVERDRAWN-FREEZE-DAYS, and
      * at OVERDRAWN-CHARGEOFF-DAYS the balance is charged off
      * and the account closed. A charged-off entry stays on
      * file as the account's recovery ledger summary - ODRECOV
      * posts recoveries against it and ODCORPT reports the
      * month's charge-offs and recoveries.
      *********************************************************
       01  OVERDRAWN-ACCOUNT-RECORD.
      *    Deposit account - one entry per account, reopened in
      *    place if a cured account goes negative again
           05  OVD-ACCOUNT             PIC 9(10).
      *    Owner, carried so the listings need no second read of
      *    the account master
           05  OVD-CUSTOMER-ID         PIC 9(10).
           05  OVD-CUSTOMER-NAME       PIC X(30).
      *    O=Overdrawn (being aged), C=Cured (brought back to
      *    zero or better), X=Charged off and closed
           05  OVD-STATUS              PIC X(1).
               88  OVD-OVERDRAWN       VALUE "O".
               88  OVD-CURED           VALUE "C".
               88  OVD-CHARGED-OFF     VALUE "X".
      *    Business date the balance first went negative in the
      *    current overdrawn spell - the date everything ages from
           05  OVD-NEGATIVE-DATE       PIC 9(8).
      *    Days overdrawn and the balance as of the last night
      *    aged
           05  OVD-DAYS-OVERDRAWN      PIC 9(4).
           05  OVD-LAST-BALANCE        PIC S9(10)V99 COMP-3.
           05  OVD-LAST-AGED-DATE      PIC 9(8).
      *    Overdrawn notice stage - 0=none sent, 1=10-day,
      *    2=30-day notice sent - and when the last went out
           05  OVD-NOTICE-STAGE        PIC 9(1).
           05  OVD-NOTICE-DATE         PIC 9(8).
      *    Debit freeze - the overdraft line is withdrawn (the
      *    limit saved here) so every debit path declines on
      *    available funds, while deposits still post to cure.
      *    A cured account has its saved limit restored.
           05  OVD-DEBIT-FREEZE        PIC X(1).
               88  OVD-DEBITS-FROZEN   VALUE "Y".
               88  OVD-DEBITS-OPEN     VALUE "N" " ".
           05  OVD-FREEZE-DATE         PIC 9(8).
           05  OVD-SAVED-OD-LIMIT      PIC S9(8)V99 COMP-3.
      *    Business date the account was brought current
           05  OVD-CURED-DATE          PIC 9(8).
      *    Charge-off - the date and the negative balance
      *    written off to the overdraft loss line
           05  OVD-CHARGE-OFF-DATE     PIC 9(8).
           05  OVD-CHARGE-OFF-AMOUNT   PIC S9(10)V99 COMP-3.
      *    Recoveries posted by ODRECOV against the charge-off,
      *    to date, and the latest recovery's business date
           05  OVD-RECOVERED-AMOUNT    PIC S9(10)V99 COMP-3.
           05  OVD-LAST-RECOVERY-DATE  PIC 9(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
