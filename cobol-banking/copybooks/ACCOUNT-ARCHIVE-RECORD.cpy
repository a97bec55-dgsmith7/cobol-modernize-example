      *********************************************************
      * ACCOUNT-ARCHIVE-RECORD.cpy - Purged Closed Account
      * This copybook defines the layout for the closed-account
      * archive (ACCTARCH.DAT), keyed by account number. The
      * ACCTPURG batch moves accounts closed past their
      * retention period off ACCOUNTS.DAT and writes each one
      * here exactly as it last stood on the master, together
      * with the TXNARCH carry-forward it took off CARRYFWD.DAT,
      * so the nightly sequential jobs stop reading dead
      * accounts while ARCHINQ can still answer for the final
      * record and its history. The transaction history itself
      * is not moved - it stays on TRANSACT.DAT, TXNARCH.DAT
      * and the TXNINDEX.DAT index under the account number.
      *********************************************************
       01  ACCOUNT-ARCHIVE-RECORD.
      *    Account number - record key
           05  ACA-ACCOUNT             PIC 9(10).
      *    Business date the account was last touched - the
      *    later of ACC-LAST-ACTIVITY-DATE and its newest audit
      *    entry - which the retention period ran from
           05  ACA-CLOSED-DATE         PIC 9(8).
      *    Business date and wall-clock time of the purge
           05  ACA-PURGE-DATE          PIC 9(8).
           05  ACA-PURGE-TIME          PIC 9(6).
      *    The account record as it last stood on ACCOUNTS.DAT,
      *    sized like the audit before-image
           05  ACA-ACCOUNT-IMAGE       PIC X(200).
      *    The CARRYFWD.DAT record that went with it, if any
           05  ACA-CARRY-FORWARD-FLAG  PIC X(1).
               88  ACA-CF-PRESENT      VALUE "Y".
               88  ACA-CF-ABSENT       VALUE "N".
           05  ACA-CF-CUTOFF-DATE      PIC 9(8).
           05  ACA-CF-BALANCE          PIC S9(10)V99 COMP-3.
      *    Filler for future expansion
           05  FILLER                  PIC X(20).
