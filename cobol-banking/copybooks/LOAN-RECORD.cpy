      * them, LOANACCR accrues per-diem interest nightly,
      * LOANPOST posts payments split between interest and
      * principal, and LOANAGE reports past-due loans by
      * 30/60/90-day bucket. LOANLATE assesses late fees and
      * sends delinquency notices nightly, and LOANCOLL works
      * the collector queue it feeds. LOANPYOF quotes and posts
      * payoffs. Loans that collect property tax and insurance
      * with the payment carry an escrow balance, paid out by
      * OFFCHK ESCROW and reviewed yearly by ESCANAL. LOANMNT
      * FUND disburses the proceeds at booking and posts the
      * origination fee. Variable-rate loans follow an index
      * rate from INDEXRT.DAT and are repriced on each reset
      * date by LOANRPRC. LOANBILL mails the billing statement
      * and coupon ahead of each due date, and CBREXTR reports
      * the portfolio to the credit bureaus each month end.
      *********************************************************
       01  LOAN-RECORD.
      *    Loan number - 10 digit numeric identifier, unique key,
               88  LN-ACTIVE           VALUE "A".
               88  LN-PAID-OFF         VALUE "P".
               88  LN-CHARGED-OFF      VALUE "C".
      *    Late fees assessed by LOANLATE and not yet paid -
      *    LOANPOST collects this bucket ahead of interest and
      *    principal
           05  LN-UNPAID-FEES          PIC S9(8)V99 COMP-3.
      *    Due date of the latest installment a late fee has been
      *    assessed against - one fee per missed installment, so
      *    a rerun of the nightly step never charges it twice
           05  LN-LAST-FEE-DUE-DATE    PIC 9(8).
      *    Delinquency notice stage for the current delinquency -
      *    0=none sent, 1=15-day, 2=30-day, 3=60-day notice sent.
      *    Drops back to 0 once the loan is brought current.
           05  LN-NOTICE-STAGE         PIC 9(1).
           05  LN-NOTICE-DATE          PIC 9(8).
      *    Escrow held for property tax and insurance - LOANPOST
      *    adds the escrow portion of each payment and OFFCHK
      *    ESCROW pays the bills out of it. The monthly escrow
      *    payment is collected on top of LN-PAYMENT-AMOUNT and
      *    is reset each year by the ESCANAL escrow analysis,
      *    which stamps the date it last ran for the loan.
           05  LN-ESCROW-BALANCE       PIC S9(8)V99 COMP-3.
           05  LN-ESCROW-PAYMENT       PIC 9(6)V99 COMP-3.
           05  LN-ESCROW-ANALYSIS-DATE PIC 9(8).
      *    Booking disbursement - the business date LOANMNT FUND
      *    paid out the proceeds (zero until funded, and a loan
      *    is funded only once), how they went out - D=Deposit
      *    account, O=Official check, W=Outgoing wire - and the
      *    origination fee taken out of them
           05  LN-FUNDED-DATE          PIC 9(8).
           05  LN-DISBURSE-METHOD      PIC X(1).
               88  LN-DISBURSED-DEPOSIT VALUE "D".
               88  LN-DISBURSED-CHECK  VALUE "O".
               88  LN-DISBURSED-WIRE   VALUE "W".
           05  LN-ORIGINATION-FEE      PIC 9(6)V99 COMP-3.
      *    Last scheduled installment date - YYYYMMDD. Set by
      *    LOANMNT OPEN from the first due date and the term; a
      *    payment recast re-amortizes over the installments
      *    left up to this date.
           05  LN-MATURITY-DATE        PIC 9(8).
      *    Rate terms - F=Fixed (or space, every loan booked
      *    before variable rates existed), V=Variable. A
      *    variable loan's rate is the index rate named by
      *    LN-INDEX-CODE plus LN-RATE-MARGIN (which may be
      *    negative), held between LN-RATE-FLOOR and LN-RATE-CAP
      *    (zero cap = none), and reset every LN-RESET-MONTHS
      *    months on LN-NEXT-RESET-DATE. Same decimal-fraction
      *    scaling as LN-ANNUAL-RATE.
           05  LN-RATE-TYPE            PIC X(1).
               88  LN-FIXED-RATE       VALUES "F" " ".
               88  LN-VARIABLE-RATE    VALUE "V".
           05  LN-INDEX-CODE           PIC X(8).
           05  LN-RATE-MARGIN          PIC S9V9(4).
           05  LN-RATE-FLOOR           PIC 9V9(4).
           05  LN-RATE-CAP             PIC 9V9(4).
           05  LN-RESET-MONTHS         PIC 9(2).
           05  LN-NEXT-RESET-DATE      PIC 9(8).
      *    Billing cycle - the business date LOANBILL last billed
      *    the loan, the installment due date that bill was for
      *    (one bill per installment), and the principal balance
      *    it showed, which the next bill carries as its prior
      *    balance
           05  LN-LAST-BILL-DATE       PIC 9(8).
           05  LN-LAST-BILL-DUE-DATE   PIC 9(8).
           05  LN-BILL-PRIOR-BALANCE   PIC S9(10)V99 COMP-3.
      *    Payments received since the last bill, as LOANPOST
      *    split them - the next bill reports them and zeroes
      *    the buckets
           05  LN-CYCLE-PRINCIPAL-PAID PIC S9(10)V99 COMP-3.
           05  LN-CYCLE-INTEREST-PAID  PIC S9(8)V99 COMP-3.
           05  LN-CYCLE-FEES-PAID      PIC S9(8)V99 COMP-3.
           05  LN-CYCLE-ESCROW-PAID    PIC S9(8)V99 COMP-3.
      *    Month-end credit bureau reporting - the business date
      *    CBREXTR last reported the loan, and the date it
      *    reported a paid-off or charged-off loan's final
      *    status, after which the loan is no longer reported
           05  LN-BUREAU-REPORT-DATE   PIC 9(8).
           05  LN-BUREAU-FINAL-DATE    PIC 9(8).
      *    Filler for future expansion and record alignment
           05  FILLER                  PIC X(10).
