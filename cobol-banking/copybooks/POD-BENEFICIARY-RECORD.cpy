      *********************************************************
      * POD-BENEFICIARY-RECORD.cpy - Payable-On-Death Designation
      * This copybook defines the layout for the payable-on-
      * death beneficiary file (PODBENE.DAT), maintained by the
      * ESTATE PODADD and PODDEL commands. Each record names one
      * beneficiary of an account and the percentage of the
      * balance they take. Once every owner and signer on the
      * account has died, ESTATE PODPAY splits the balance
      * across the beneficiaries by percentage - to their own
      * account with us by transfer, or by official check -
      * and closes the account.
      *********************************************************
       01  POD-BENEFICIARY-RECORD.
      *    Record key - the account, then the beneficiary's
      *    sequence on it (01, 02, ...)
           05  PDB-KEY.
               10  PDB-ACCOUNT         PIC 9(10).
               10  PDB-SEQUENCE        PIC 9(2).
      *    Beneficiary name - the payee on a payout check
           05  PDB-NAME                PIC X(30).
      *    Share of the balance - the shares on an account must
      *    come to exactly 100.00 before PODPAY will pay
           05  PDB-PERCENT             PIC 9(3)V99.
      *    Account with us the share is transferred to - zero
      *    means the share is paid by official check
           05  PDB-PAYOUT-ACCOUNT      PIC 9(10).
      *    Designation status - A=Designated, P=Paid out
           05  PDB-STATUS              PIC X(1).
               88  PDB-DESIGNATED      VALUE "A".
               88  PDB-PAID            VALUE "P".
      *    Business date designated, teller who keyed it
           05  PDB-ADDED-DATE          PIC 9(8).
           05  PDB-TELLER-ID           PIC X(5).
      *    Payout - business date, amount, and the TXN-ID of the
      *    transfer or the official check serial
           05  PDB-PAID-DATE           PIC 9(8).
           05  PDB-PAID-AMOUNT         PIC S9(10)V99 COMP-3.
           05  PDB-PAID-REFERENCE      PIC 9(15).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
