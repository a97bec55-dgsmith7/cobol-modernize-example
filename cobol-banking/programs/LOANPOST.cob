      *********************************************************
      * LOANPOST - Callable Loan Payment Posting Subprogram
      * Posts one payment against a loan on the loan master,
      * splitting it between fees, interest, escrow and
      * principal: unpaid late fees (LN-UNPAID-FEES, assessed
      * by LOANLATE) are collected first, accrued interest next
      * out of LN-ACCRUED-INTEREST, then the loan's monthly
      * escrow payment goes to LN-ESCROW-BALANCE for property
      * tax and insurance, and the remainder reduces
      * LN-PRINCIPAL-BALANCE. The funding side is an ordinary
      * deposit-account debit under the same status and
      * available-funds rules the teller path applies, stamped
      * with a loan-payment description and the loan number
      * in TXN-TO-ACCOUNT so the ledger finally sees the loan
      * book. The debit is written as one entry per part of
      * the split - LOAN PAYMENT for interest and principal
      * (the interest amount in the description), LOAN LATE
      * FEE and LOAN ESCROW for the fee and escrow portions -
      * so GLEXTRCT can journal each to its own GL account.
      * Follows the TRANSFER.cob LINKAGE pattern so both
      * BANKLEDG's LOANPAY command and the STANDORD auto-pay
      * path reach the same posting logic.
      *
      * LS-PAYMENT-AMOUNT zero means the scheduled
      * LN-PAYMENT-AMOUNT plus LN-ESCROW-PAYMENT;
      * LS-FUNDING-ACCOUNT zero means the loan's own
      * LN-PAYMENT-ACCOUNT auto-pay link. A payment whose
      * amount after fees is at or above the scheduled amount
      * advances the loan's next due date one month. A payment
      * that pays the loan off takes no escrow, and whatever
      * escrow balance is left is refunded to the funding
      * account.
      *********************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Escrow history - every escrow movement is appended
           SELECT ESCROW-HISTORY-FILE ASSIGN TO "data/ESCROWHS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Funds availability holds - uncollected deposits cannot
      *    fund a loan payment
           SELECT HOLD-FILE ASSIGN TO "data/HOLDS.DAT"
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Collector queue - a loan paid in full while delinquent
      *    is closed out here, as LOANPYOF does for a payoff
           SELECT COLLECTION-QUEUE-FILE ASSIGN TO "data/COLLQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  ESCROW-HISTORY-FILE.
           COPY "copybooks/ESCROW-HISTORY-RECORD.cpy".

       FD  HOLD-FILE.
           COPY "copybooks/HOLD-RECORD.cpy".

           COPY "copybooks/LEGAL-ORDER-RECORD.cpy".


       FD  COLLECTION-QUEUE-FILE.
           COPY "copybooks/COLLECTION-QUEUE-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

      *    The payment actually posted, after the default to the
      *    scheduled amount and the cap at the loan's payoff
       01  WS-PAYMENT-AMOUNT           PIC S9(10)V99 COMP-3.
       01  WS-FEE-PORTION              PIC S9(8)V99 COMP-3.
       01  WS-INTEREST-PORTION         PIC S9(8)V99 COMP-3.
       01  WS-ESCROW-PORTION           PIC S9(8)V99 COMP-3.
       01  WS-ESCROW-REFUND            PIC S9(8)V99 COMP-3.
       01  WS-ESCROW-HIST-TYPE         PIC X(1).
       01  WS-ESCROW-HIST-AMOUNT       PIC S9(8)V99 COMP-3.
      *    Scheduled installment - principal and interest plus
      *    the escrow payment
       01  WS-SCHEDULED-AMOUNT         PIC S9(10)V99 COMP-3.
       01  WS-PRINCIPAL-PORTION        PIC S9(10)V99 COMP-3.
       01  WS-PAYOFF-AMOUNT            PIC S9(10)V99 COMP-3.
       01  WS-FUNDING-ACCOUNT          PIC 9(10).
       01  WS-DUE-ADVANCE-FLAG         PIC X(1) VALUE 'N'.
           88  ADVANCE-DUE-DATE        VALUE 'Y'.
           88  HOLD-DUE-DATE           VALUE 'N'.
      *    Interest portion as it is written into the payment's
      *    description, where the profitability report reads it
      *    back as the loan's interest income
       01  WS-DESC-INTEREST            PIC 9(8).99.
      *    One loan-side debit entry - amount and description
      *    set by RECORD-PAYMENT-TRANSACTION for each portion
       01  WS-LOAN-ENTRY-AMOUNT        PIC S9(10)V99 COMP-3.
       01  WS-LOAN-ENTRY-DESCRIPTION   PIC X(40).


      *    Active legal orders against the account being
           88  WS-HOLD-EOF             VALUE 'Y'.
           88  WS-HOLD-NOT-EOF         VALUE 'N'.

       01  WS-COLQ-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-COLQ-EOF             VALUE 'Y'.
           88  WS-COLQ-NOT-EOF         VALUE 'N'.

      *    Split-out date fields used to advance LN-NEXT-DUE-DATE
      *    one month, clamped the same way STANDORD clamps a
      *    monthly order anchored on the 29th-31st
       RESOLVE-PAYMENT-TERMS.
      *    Default the amount to the scheduled payment and the
      *    funding account to the loan's auto-pay link, then cap
      *    the payment at the loan's payoff (principal, accrued
      *    interest and unpaid fees) so the borrower's last
      *    payment never overdraws the loan into a credit
      *    balance.
           COMPUTE WS-SCHEDULED-AMOUNT =
               LN-PAYMENT-AMOUNT + LN-ESCROW-PAYMENT
           IF LS-PAYMENT-AMOUNT > ZERO
               MOVE LS-PAYMENT-AMOUNT TO WS-PAYMENT-AMOUNT
           ELSE
               MOVE WS-SCHEDULED-AMOUNT TO WS-PAYMENT-AMOUNT
           END-IF
           IF LS-FUNDING-ACCOUNT > ZERO
               MOVE LS-FUNDING-ACCOUNT TO WS-FUNDING-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAYOFF-AMOUNT =
               LN-PRINCIPAL-BALANCE + LN-ACCRUED-INTEREST +
               LN-UNPAID-FEES
           IF WS-PAYMENT-AMOUNT > WS-PAYOFF-AMOUNT
               MOVE WS-PAYOFF-AMOUNT TO WS-PAYMENT-AMOUNT
           END-IF
      *    Unpaid late fees are collected first, interest next out
      *    of the accrual bucket, then the escrow payment, and the
      *    remainder reduces principal. A payment that pays the
      *    loan off is all fees, interest and principal - the
      *    escrow has nothing left to collect for.
           IF WS-PAYMENT-AMOUNT >= LN-UNPAID-FEES
               MOVE LN-UNPAID-FEES TO WS-FEE-PORTION
           ELSE
               MOVE WS-PAYMENT-AMOUNT TO WS-FEE-PORTION
           END-IF
           IF WS-PAYMENT-AMOUNT - WS-FEE-PORTION >=
                   LN-ACCRUED-INTEREST
               MOVE LN-ACCRUED-INTEREST TO WS-INTEREST-PORTION
           ELSE
               COMPUTE WS-INTEREST-PORTION =
                   WS-PAYMENT-AMOUNT - WS-FEE-PORTION
           END-IF
           COMPUTE WS-PRINCIPAL-PORTION =
               WS-PAYMENT-AMOUNT - WS-FEE-PORTION -
               WS-INTEREST-PORTION
           MOVE ZERO TO WS-ESCROW-PORTION
           IF WS-PAYMENT-AMOUNT < WS-PAYOFF-AMOUNT
               IF WS-PRINCIPAL-PORTION >= LN-ESCROW-PAYMENT
                   MOVE LN-ESCROW-PAYMENT TO WS-ESCROW-PORTION
               ELSE
                   MOVE WS-PRINCIPAL-PORTION TO WS-ESCROW-PORTION
               END-IF
               SUBTRACT WS-ESCROW-PORTION FROM WS-PRINCIPAL-PORTION
           END-IF
      *    A full scheduled payment satisfies the contractual
      *    installment and moves the due date - so does a payoff
      *    smaller than the scheduled amount. Money that went to
      *    late fees does not count toward the installment.
           IF WS-PAYMENT-AMOUNT - WS-FEE-PORTION >=
                   WS-SCHEDULED-AMOUNT OR
              WS-PAYMENT-AMOUNT = WS-PAYOFF-AMOUNT
               SET ADVANCE-DUE-DATE TO TRUE
           ELSE
               SET HOLD-DUE-DATE TO TRUE
           END-IF.

       DEBIT-FUNDING-ACCOUNT.
      *    The funding side is an ordinary account debit under
       APPLY-PAYMENT-TO-LOAN.
      *    The debit posted - settle the split against the loan
      *    record still held from READ-LOAN-RECORD
           SUBTRACT WS-FEE-PORTION FROM LN-UNPAID-FEES
           SUBTRACT WS-INTEREST-PORTION FROM LN-ACCRUED-INTEREST
           SUBTRACT WS-PRINCIPAL-PORTION FROM LN-PRINCIPAL-BALANCE
      *    The split also accumulates for the next billing
      *    statement's payments-received section
           ADD WS-PRINCIPAL-PORTION TO LN-CYCLE-PRINCIPAL-PAID
           ADD WS-INTEREST-PORTION TO LN-CYCLE-INTEREST-PAID
           ADD WS-FEE-PORTION TO LN-CYCLE-FEES-PAID
           ADD WS-ESCROW-PORTION TO LN-CYCLE-ESCROW-PAID
           IF WS-ESCROW-PORTION > ZERO
               ADD WS-ESCROW-PORTION TO LN-ESCROW-BALANCE
               MOVE "P" TO WS-ESCROW-HIST-TYPE
               MOVE WS-ESCROW-PORTION TO WS-ESCROW-HIST-AMOUNT
               PERFORM WRITE-ESCROW-HISTORY
           END-IF
           IF ADVANCE-DUE-DATE
               PERFORM ADVANCE-LOAN-DUE-DATE
           END-IF
           MOVE ZERO TO WS-ESCROW-REFUND
           IF LN-PRINCIPAL-BALANCE <= ZERO AND
              LN-ACCRUED-INTEREST <= ZERO AND
              LN-UNPAID-FEES <= ZERO
               MOVE "P" TO LN-STATUS
               DISPLAY "Loan " LN-LOAN-NUMBER " is paid in full"
               PERFORM CLOSE-QUEUE-ENTRY
               IF LN-ESCROW-BALANCE > ZERO
                   PERFORM REFUND-ESCROW-BALANCE
               END-IF
               MOVE ZERO TO LN-ESCROW-PAYMENT
           END-IF
           REWRITE LOAN-RECORD
           IF WS-FILE-STATUS NOT = "00"
           MOVE WS-PAYMENT-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Loan payment posted to " LN-LOAN-NUMBER
                   " for $" WS-DISPLAY-AMOUNT
           IF WS-FEE-PORTION > ZERO
               MOVE WS-FEE-PORTION TO WS-DISPLAY-AMOUNT
               DISPLAY "  Late fee portion:  $" WS-DISPLAY-AMOUNT
           END-IF
           MOVE WS-INTEREST-PORTION TO WS-DISPLAY-AMOUNT
           DISPLAY "  Interest portion:  $" WS-DISPLAY-AMOUNT
           IF WS-ESCROW-PORTION > ZERO
               MOVE WS-ESCROW-PORTION TO WS-DISPLAY-AMOUNT
               DISPLAY "  Escrow portion:    $" WS-DISPLAY-AMOUNT
           END-IF
           MOVE WS-PRINCIPAL-PORTION TO WS-DISPLAY-AMOUNT
           DISPLAY "  Principal portion: $" WS-DISPLAY-AMOUNT
           MOVE LN-PRINCIPAL-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY "  Principal balance: $" WS-DISPLAY-BALANCE
           IF WS-ESCROW-REFUND > ZERO
               MOVE WS-ESCROW-REFUND TO WS-DISPLAY-AMOUNT
               DISPLAY "  Escrow refunded:   $" WS-DISPLAY-AMOUNT
                       " to " WS-FUNDING-ACCOUNT
           END-IF.

       REFUND-ESCROW-BALANCE.
      *    The loan is paid off - the escrow it still holds is
      *    the borrower's money and goes back to the account the
      *    payoff came from, posted as its own deposit entry
           MOVE LN-ESCROW-BALANCE TO WS-ESCROW-REFUND
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Warning: escrow refund for loan "
                       LN-LOAN-NUMBER " not posted - refund by hand"
               MOVE ZERO TO WS-ESCROW-REFUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FUNDING-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Warning: escrow refund for loan "
                           LN-LOAN-NUMBER
                           " not posted - refund by hand"
                   MOVE ZERO TO WS-ESCROW-REFUND
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE ACC-BRANCH TO WS-POSTING-BRANCH
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "ESCREFND" TO WS-AUDIT-OPERATION
           ADD WS-ESCROW-REFUND TO ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Warning: escrow refund for loan "
                       LN-LOAN-NUMBER " not posted - refund by hand"
               MOVE ZERO TO WS-ESCROW-REFUND
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM RECORD-ESCROW-REFUND
           CLOSE ACCOUNT-FILE
           MOVE ZERO TO LN-ESCROW-BALANCE
           MOVE "R" TO WS-ESCROW-HIST-TYPE
           MOVE WS-ESCROW-REFUND TO WS-ESCROW-HIST-AMOUNT
           PERFORM WRITE-ESCROW-HISTORY.

       RECORD-ESCROW-REFUND.
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE WS-FUNDING-ACCOUNT TO TXN-FROM-ACCOUNT
           MOVE ZERO TO TXN-TO-ACCOUNT
           MOVE ZERO TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
           MOVE LS-TELLER-ID TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE "D" TO TXN-TYPE
           MOVE WS-ESCROW-REFUND TO TXN-AMOUNT
           MOVE SPACES TO TXN-DESCRIPTION
           STRING "ESCROW REFUND " DELIMITED BY SIZE
                  LN-LOAN-NUMBER DELIMITED BY SIZE
                  INTO TXN-DESCRIPTION
           END-STRING
           MOVE "P" TO TXN-STATUS
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

       CLOSE-QUEUE-ENTRY.
      *    A loan paid in full while on the collector queue is
      *    closed out as cured, with the collector's history
      *    left on the entry
           OPEN I-O COLLECTION-QUEUE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-COLQ-NOT-EOF TO TRUE
           PERFORM UNTIL WS-COLQ-EOF
               READ COLLECTION-QUEUE-FILE
                   AT END
                       SET WS-COLQ-EOF TO TRUE
                   NOT AT END
                       IF COL-LOAN-NUMBER = LN-LOAN-NUMBER AND
                          COL-OPEN
                           MOVE "C" TO COL-STATUS
                           MOVE WS-BUSINESS-DATE TO COL-REFRESH-DATE
                           MOVE ZERO TO COL-DAYS-PAST-DUE
                           MOVE ZERO TO COL-INSTALLMENTS-DUE
                           MOVE ZERO TO COL-AMOUNT-PAST-DUE
                           MOVE ZERO TO COL-UNPAID-FEES
                           MOVE LS-TELLER-ID TO COL-COLLECTOR-ID
                           MOVE WS-BUSINESS-DATE TO COL-NOTE-DATE
                           MOVE "LOAN PAID IN FULL" TO COL-NOTE
                           REWRITE COLLECTION-QUEUE-RECORD
                           SET WS-COLQ-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLECTION-QUEUE-FILE.

       WRITE-ESCROW-HISTORY.
      *    Append one escrow movement - the caller sets the type
      *    and amount, the balance is the loan's as it now stands
           OPEN EXTEND ESCROW-HISTORY-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ESCROW-HISTORY-FILE
               OPEN OUTPUT ESCROW-HISTORY-FILE
           END-IF
           MOVE LN-LOAN-NUMBER TO ESH-LOAN-NUMBER
           MOVE WS-ESCROW-HIST-TYPE TO ESH-TYPE
           MOVE WS-ESCROW-HIST-AMOUNT TO ESH-AMOUNT
           MOVE WS-BUSINESS-DATE TO ESH-DATE
           MOVE WS-TIME-NUMERIC TO ESH-TIME
           MOVE LN-ESCROW-BALANCE TO ESH-BALANCE-AFTER
           MOVE SPACES TO ESH-PAYEE
           MOVE ZERO TO ESH-CHECK-SERIAL
           MOVE LS-TELLER-ID TO ESH-TELLER-ID
           WRITE ESCROW-HISTORY-RECORD
           CLOSE ESCROW-HISTORY-FILE.

       ADVANCE-LOAN-DUE-DATE.
      *    Roll the due date one month, clamped to a real calendar

       RECORD-PAYMENT-TRANSACTION.
      *    The loan number rides in TXN-TO-ACCOUNT and the split
      *    in the entries, so the statement says where the money
      *    went and how it was applied. Interest and principal
      *    post together as LOAN PAYMENT, the interest portion
      *    following the loan number as INT nnnnnnnn.nn; late
      *    fees and escrow each post as their own entry.
           COMPUTE WS-LOAN-ENTRY-AMOUNT =
               WS-INTEREST-PORTION + WS-PRINCIPAL-PORTION
           IF WS-LOAN-ENTRY-AMOUNT > ZERO
               MOVE SPACES TO WS-LOAN-ENTRY-DESCRIPTION
               MOVE WS-INTEREST-PORTION TO WS-DESC-INTEREST
               STRING "LOAN PAYMENT " DELIMITED BY SIZE
                      LN-LOAN-NUMBER DELIMITED BY SIZE
                      " INT " DELIMITED BY SIZE
                      WS-DESC-INTEREST DELIMITED BY SIZE
                      INTO WS-LOAN-ENTRY-DESCRIPTION
               END-STRING
               PERFORM WRITE-LOAN-PAYMENT-ENTRY
           END-IF
           IF WS-FEE-PORTION > ZERO
               MOVE WS-FEE-PORTION TO WS-LOAN-ENTRY-AMOUNT
               MOVE SPACES TO WS-LOAN-ENTRY-DESCRIPTION
               STRING "LOAN LATE FEE " DELIMITED BY SIZE
                      LN-LOAN-NUMBER DELIMITED BY SIZE
                      INTO WS-LOAN-ENTRY-DESCRIPTION
               END-STRING
               PERFORM WRITE-LOAN-PAYMENT-ENTRY
           END-IF
           IF WS-ESCROW-PORTION > ZERO
               MOVE WS-ESCROW-PORTION TO WS-LOAN-ENTRY-AMOUNT
               MOVE SPACES TO WS-LOAN-ENTRY-DESCRIPTION
               STRING "LOAN ESCROW " DELIMITED BY SIZE
                      LN-LOAN-NUMBER DELIMITED BY SIZE
                      INTO WS-LOAN-ENTRY-DESCRIPTION
               END-STRING
               PERFORM WRITE-LOAN-PAYMENT-ENTRY
           END-IF.

       WRITE-LOAN-PAYMENT-ENTRY.
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE LS-TELLER-ID TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE "W" TO TXN-TYPE
           MOVE WS-LOAN-ENTRY-AMOUNT TO TXN-AMOUNT
           MOVE WS-LOAN-ENTRY-DESCRIPTION TO TXN-DESCRIPTION
           MOVE "P" TO TXN-STATUS
      *    A loan payment is a book transfer, not a currency
      *    transaction - the BSA cash-reporting flag never applies
