      *********************************************************
      * ESCROW-HISTORY-RECORD.cpy - Loan Escrow History
      * This copybook defines the layout for the escrow history
      * file (ESCROWHS.DAT), one record appended for every
      * movement of a loan's escrow balance: the escrow portion
      * LOANPOST splits out of each payment, each tax or
      * insurance bill OFFCHK ESCROW pays by official check, a
      * voided escrow check returned to the balance, and the
      * balance refunded when the loan pays off. ESCANAL
      * projects the coming year's bills from the last year's
      * disbursements here, and the history answers the
      * borrower's "where did my escrow go" call.
      *********************************************************
       01  ESCROW-HISTORY-RECORD.
      *    Loan whose escrow moved
           05  ESH-LOAN-NUMBER         PIC 9(10).
      *    Business date and wall-clock time of the movement
           05  ESH-DATE                PIC 9(8).
           05  ESH-TIME                PIC 9(6).
      *    Movement type - P=Payment portion in, T=Tax bill paid,
      *    I=Insurance bill paid, V=Voided check returned,
      *    R=Refunded to the borrower at payoff
           05  ESH-TYPE                PIC X(1).
               88  ESH-PAYMENT         VALUE "P".
               88  ESH-TAX             VALUE "T".
               88  ESH-INSURANCE       VALUE "I".
               88  ESH-VOID            VALUE "V".
               88  ESH-REFUND          VALUE "R".
      *    Amount moved (always positive - the type says which
      *    way) and the escrow balance left after it
           05  ESH-AMOUNT              PIC S9(8)V99 COMP-3.
           05  ESH-BALANCE-AFTER       PIC S9(8)V99 COMP-3.
      *    Payee and official check serial on a disbursement or
      *    void - spaces and zero otherwise
           05  ESH-PAYEE               PIC X(30).
           05  ESH-CHECK-SERIAL        PIC 9(7).
      *    Operator behind the movement - spaces from batch
           05  ESH-TELLER-ID           PIC X(5).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
