      * loan we service lived on a spreadsheet the ledger could
      * not see.
      *
      * FUND pays out a newly booked loan's proceeds - into the
      * borrower's deposit account, on an official check, or
      * by outgoing wire - and takes the origination fee out
      * of them as income. The principal posts as a LOAN
      * PROCEEDS credit and the fee as a separate LOAN
      * ORIGINATION FEE debit on the receiving account, both
      * carrying the loan number in TXN-TO-ACCOUNT the way
      * LOANPOST's payments do, so GLEXTRCT books the loan
      * and the fee income to their own GL lines. A check
      * goes out through the official-check settlement account
      * (OFFICIAL-CHECK-ACCOUNT) and a wire through the loan
      * clearing account (LOAN-CLEARING-ACCOUNT); both must be
      * open on the account master.
      *
      * VARRATE puts a loan on variable-rate terms - an index
      * from INDEXRT.DAT, a margin over it (negative for
      * index-minus pricing), a floor, a cap (zero for none),
      * the reset period in months and the first reset date.
      * The rate already on the loan stands until that first
      * reset, when LOANRPRC reprices it and recasts the
      * payment. INDEX keys a new index rate when the index
      * moves - with no effective date it takes effect on the
      * business date - and RATEHIST lists a loan's rate
      * changes for customer inquiries.
      *
      * Usage: LOANMNT TELLER-ID COMMAND [ARGS]
      * Every command line leads with a teller ID identifying
      * the operator, the same as BANKLEDG.
      *   SHOW   loan-num
      *   LINK   loan-num pay-account
      *   STATUS loan-num A|P|C
      *   ESCROW loan-num escrow-payment
      *   FUND   loan-num fee DEP deposit-account
      *   FUND   loan-num fee OFC check-serial
      *   FUND   loan-num fee WIRE benef-bank benef-account
      *   VARRATE loan-num index margin floor cap reset-months
      *          first-reset
      *   INDEX  index-code [rate [effective-date]]
      *   RATEHIST loan-num
      *   LIST
      * Multi-word names use underscores in place of spaces,
      * the same token convention CREATE and CUSTMNT use. The
      * rate is an annual decimal fraction (0.0750 = 7.50%).
      * ESCROW sets the monthly property tax and insurance
      * escrow collected on top of the payment; ESCANAL resets
      * it each year from the bills actually paid.
      *********************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Deposit account master - loan proceeds are credited
      *    here
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "data/TRANSACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Locked exclusively for the read-increment-write sequence
      *    so overlapping sessions can't hand out duplicate TXN-IDs.
           SELECT COUNTER-FILE ASSIGN TO "data/COUNTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Official check register - proceeds paid by check are
      *    registered here for OFFCHK and INCLEAR
           SELECT REGISTER-FILE ASSIGN TO "data/OFFCHK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Outgoing wire instructions - proceeds paid by wire go
      *    out with the day's WIRESETL extract
           SELECT WIRE-FILE ASSIGN TO "data/WIRES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Index rate file - variable-rate loans reprice off it
           SELECT INDEX-RATE-FILE ASSIGN TO "data/INDEXRT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-INDEX-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Rate change history written by LOANRPRC
           SELECT RATE-HISTORY-FILE ASSIGN TO "data/RATEHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Account-keyed transaction index - every transaction
      *    written to TRANSACT.DAT is mirrored here once per
      *    account side
           SELECT TRANSACTION-INDEX-FILE ASSIGN TO
                   "data/TXNINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD              PIC 9(15).

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  REGISTER-FILE.
           COPY "copybooks/OFFICIAL-CHECK-RECORD.cpy".

       FD  WIRE-FILE.
           COPY "copybooks/WIRE-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       FD  INDEX-RATE-FILE.
           COPY "copybooks/INDEX-RATE-RECORD.cpy".

       FD  RATE-HISTORY-FILE.
           COPY "copybooks/RATE-CHANGE-RECORD.cpy".

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

       01  WS-TEMP-PAY-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-PAY-ACCOUNT-PARM         PIC 9(10) VALUE ZERO.
       01  WS-NEW-STATUS               PIC X(1) VALUE SPACES.
       01  WS-TEMP-ESCROW-PAYMENT      PIC X(12) VALUE SPACES.
       01  WS-ESCROW-PAYMENT-PARM      PIC 9(6)V99 VALUE ZERO.
       01  WS-BORROWER-NAME            PIC X(30) VALUE SPACES.
      *    FUND command - the fee, the method and where the
      *    proceeds are going
       01  WS-TEMP-FEE                 PIC X(12) VALUE SPACES.
       01  WS-FEE-PARM                 PIC 9(6)V99 VALUE ZERO.
       01  WS-DISBURSE-METHOD          PIC X(4) VALUE SPACES.
       01  WS-TEMP-TARGET              PIC X(10) VALUE SPACES.
       01  WS-TARGET-PARM              PIC 9(10) VALUE ZERO.
       01  WS-BENEF-BANK-PARM          PIC X(30) VALUE SPACES.
       01  WS-BENEF-ACCOUNT-PARM       PIC X(20) VALUE SPACES.
      *    VARRATE and INDEX commands - the variable-rate terms
      *    and the index rate being keyed
       01  WS-TEMP-INDEX-CODE          PIC X(8) VALUE SPACES.
       01  WS-TEMP-MARGIN              PIC X(8) VALUE SPACES.
       01  WS-MARGIN-PARM              PIC S9V9(4) VALUE ZERO.
       01  WS-TEMP-FLOOR               PIC X(8) VALUE SPACES.
       01  WS-FLOOR-PARM               PIC 9V9(4) VALUE ZERO.
       01  WS-TEMP-CAP                 PIC X(8) VALUE SPACES.
       01  WS-CAP-PARM                 PIC 9V9(4) VALUE ZERO.
       01  WS-TEMP-RESET-MONTHS        PIC X(2) VALUE SPACES.
       01  WS-RESET-MONTHS-PARM        PIC 9(2) VALUE ZERO.
       01  WS-TEMP-FIRST-RESET         PIC X(8) VALUE SPACES.
       01  WS-FIRST-RESET-PARM         PIC 9(8) VALUE ZERO.
       01  WS-TEMP-EFFECTIVE           PIC X(8) VALUE SPACES.
       01  WS-EFFECTIVE-PARM           PIC 9(8) VALUE ZERO.
       01  WS-DISPLAY-RATE             PIC 9.9999.
       01  WS-DISPLAY-MARGIN           PIC -9.9999.
       01  WS-HISTORY-COUNT            PIC 9(5) VALUE ZERO.

      *    Maturity date arithmetic - WS-WORK-DATE rolled forward
      *    WS-MONTHS-TO-ADD months, clamped to a real calendar
      *    day the same way LOANPOST rolls the due date
       01  WS-WORK-DATE                PIC 9(8).
       01  WS-MONTHS-TO-ADD            PIC 9(3).
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-LN-YEAR                  PIC 9(4).
       01  WS-LN-MONTH                 PIC 9(2).
       01  WS-LN-DAY                   PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 28.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH        PIC 9(2) OCCURS 12 TIMES.
       01  WS-MAX-DAY-IN-MONTH         PIC 9(2).
       01  WS-LEAP-YEAR-QUOTIENT       PIC 9(4).
       01  WS-LEAP-YEAR-REMAINDER      PIC 9(4).

      *    LIST totals - loans are half our earning assets, so
      *    the listing totals what the book is actually worth
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *    Branch stamped onto every transaction this program
      *    writes - the receiving account's branch
       01  WS-POSTING-BRANCH           PIC X(3) VALUE SPACES.
       01  WS-AUDIT-OPERATION          PIC X(10).
      *    End-of-file switch for the operational parameter load
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.

      *    Internal accounts proceeds pass through on their way
      *    out - the official-check settlement account and the
      *    loan clearing account wires are drawn on. Both are
      *    PARAMS-overridable.
       01  OFFICIAL-CHECK-ACCOUNT      PIC 9(10)
                                       VALUE 9999999901.
       01  LOAN-CLEARING-ACCOUNT       PIC 9(10)
                                       VALUE 9999999902.

      *    Proceeds posting - the account credited, the gross
      *    principal, and what is left after the fee
       01  WS-RECEIVING-ACCOUNT        PIC 9(10) VALUE ZERO.
       01  WS-GROSS-PROCEEDS           PIC S9(10)V99 COMP-3.
       01  WS-NET-PROCEEDS             PIC S9(10)V99 COMP-3.
      *    Transaction being built - type, amount, description
      *    and check serial, filled in before
      *    RECORD-FUNDING-ENTRY
       01  WS-ENTRY-TYPE               PIC X(1).
       01  WS-ENTRY-AMOUNT             PIC S9(10)V99 COMP-3.
       01  WS-ENTRY-DESCRIPTION        PIC X(40).
       01  WS-ENTRY-CHECK-NUMBER       PIC 9(7).
       01  WS-WIRE-DEBIT-TXN-ID        PIC 9(15) VALUE ZERO.
       01  WS-REGISTER-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  REGISTER-FOUND          VALUE 'Y'.
           88  REGISTER-NOT-FOUND      VALUE 'N'.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
                   PERFORM LINK-PAYMENT-ACCOUNT
               WHEN "STATUS"
                   PERFORM SET-LOAN-STATUS
               WHEN "ESCROW"
                   PERFORM SET-ESCROW-PAYMENT
               WHEN "FUND"
                   PERFORM FUND-NEW-LOAN
               WHEN "VARRATE"
                   PERFORM SET-VARIABLE-RATE
               WHEN "INDEX"
                   PERFORM MAINTAIN-INDEX-RATE
               WHEN "RATEHIST"
                   PERFORM SHOW-RATE-HISTORY
               WHEN "LIST"
                   PERFORM LIST-LOANS
               WHEN OTHER
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-OPERATIONAL-PARAMETERS
           SET NO-ERROR TO TRUE.

       GET-BUSINESS-DATE.
      *    Proceeds post under the business date, the same date
      *    the teller path posts under
           MOVE WS-DATE-NUMERIC TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DAY-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ BUSINESS-DAY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BDY-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ
           CLOSE BUSINESS-DAY-FILE.

       PARSE-PARAMETERS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                            WS-COMMAND
                            WS-TEMP-LOAN-NUMBER
                            WS-NEW-STATUS
               WHEN "ESCROW"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM
                            WS-COMMAND
                            WS-TEMP-LOAN-NUMBER
                            WS-TEMP-ESCROW-PAYMENT
               WHEN "FUND"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM
                            WS-COMMAND
                            WS-TEMP-LOAN-NUMBER
                            WS-TEMP-FEE
                            WS-DISBURSE-METHOD
                            WS-TEMP-TARGET
      *            A wire names the beneficiary bank and account
      *            where the other methods name one number
                   IF WS-DISBURSE-METHOD = "WIRE"
                       MOVE SPACES TO WS-TEMP-TARGET
                       UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                           INTO WS-TELLER-ID-PARM
                                WS-COMMAND
                                WS-TEMP-LOAN-NUMBER
                                WS-TEMP-FEE
                                WS-DISBURSE-METHOD
                                WS-BENEF-BANK-PARM
                                WS-BENEF-ACCOUNT-PARM
                       INSPECT WS-BENEF-BANK-PARM
                           REPLACING ALL "_" BY " "
                   END-IF
               WHEN "VARRATE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM
                            WS-COMMAND
                            WS-TEMP-LOAN-NUMBER
                            WS-TEMP-INDEX-CODE
                            WS-TEMP-MARGIN
                            WS-TEMP-FLOOR
                            WS-TEMP-CAP
                            WS-TEMP-RESET-MONTHS
                            WS-TEMP-FIRST-RESET
               WHEN "INDEX"
      *            The index code sits where the loan number
      *            does on every other command
                   MOVE SPACES TO WS-TEMP-LOAN-NUMBER
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM
                            WS-COMMAND
                            WS-TEMP-INDEX-CODE
                            WS-TEMP-RATE
                            WS-TEMP-EFFECTIVE
           END-EVALUATE
           IF WS-TEMP-LOAN-NUMBER IS NUMERIC AND
              WS-TEMP-LOAN-NUMBER NOT = SPACES
           IF WS-TEMP-PAY-ACCOUNT IS NUMERIC AND
              WS-TEMP-PAY-ACCOUNT NOT = SPACES
               MOVE WS-TEMP-PAY-ACCOUNT TO WS-PAY-ACCOUNT-PARM
           END-IF
           IF WS-TEMP-ESCROW-PAYMENT NOT = SPACES
               COMPUTE WS-ESCROW-PAYMENT-PARM =
                   FUNCTION NUMVAL(WS-TEMP-ESCROW-PAYMENT)
           END-IF
           IF WS-TEMP-FEE NOT = SPACES
               COMPUTE WS-FEE-PARM = FUNCTION NUMVAL(WS-TEMP-FEE)
           END-IF
           IF WS-TEMP-TARGET IS NUMERIC AND
              WS-TEMP-TARGET NOT = SPACES
               MOVE WS-TEMP-TARGET TO WS-TARGET-PARM
           END-IF
           IF WS-TEMP-MARGIN NOT = SPACES
               COMPUTE WS-MARGIN-PARM =
                   FUNCTION NUMVAL(WS-TEMP-MARGIN)
           END-IF
           IF WS-TEMP-FLOOR NOT = SPACES
               COMPUTE WS-FLOOR-PARM =
                   FUNCTION NUMVAL(WS-TEMP-FLOOR)
           END-IF
           IF WS-TEMP-CAP NOT = SPACES
               COMPUTE WS-CAP-PARM = FUNCTION NUMVAL(WS-TEMP-CAP)
           END-IF
           IF WS-TEMP-RESET-MONTHS IS NUMERIC AND
              WS-TEMP-RESET-MONTHS NOT = SPACES
               MOVE WS-TEMP-RESET-MONTHS TO WS-RESET-MONTHS-PARM
           END-IF
           IF WS-TEMP-FIRST-RESET IS NUMERIC AND
              WS-TEMP-FIRST-RESET NOT = SPACES
               MOVE WS-TEMP-FIRST-RESET TO WS-FIRST-RESET-PARM
           END-IF
           IF WS-TEMP-EFFECTIVE IS NUMERIC AND
              WS-TEMP-EFFECTIVE NOT = SPACES
               MOVE WS-TEMP-EFFECTIVE TO WS-EFFECTIVE-PARM
           END-IF.

       OPEN-LOAN-FILE-IO.
                   MOVE ZERO TO LN-ACCRUED-INTEREST
                   MOVE WS-PAY-ACCOUNT-PARM TO LN-PAYMENT-ACCOUNT
                   MOVE "A" TO LN-STATUS
                   MOVE ZERO TO LN-UNPAID-FEES
                   MOVE ZERO TO LN-LAST-FEE-DUE-DATE
                   MOVE ZERO TO LN-NOTICE-STAGE
                   MOVE ZERO TO LN-NOTICE-DATE
                   MOVE ZERO TO LN-ESCROW-BALANCE
                   MOVE ZERO TO LN-ESCROW-PAYMENT
                   MOVE ZERO TO LN-ESCROW-ANALYSIS-DATE
                   MOVE ZERO TO LN-FUNDED-DATE
                   MOVE SPACES TO LN-DISBURSE-METHOD
                   MOVE ZERO TO LN-ORIGINATION-FEE
      *            Last installment - first due plus the rest of
      *            the term
                   MOVE WS-FIRST-DUE-PARM TO WS-WORK-DATE
                   COMPUTE WS-MONTHS-TO-ADD = WS-TERM-PARM - 1
                   PERFORM ADD-MONTHS-TO-DATE
                   MOVE WS-WORK-DATE TO LN-MATURITY-DATE
                   MOVE "F" TO LN-RATE-TYPE
                   MOVE SPACES TO LN-INDEX-CODE
                   MOVE ZERO TO LN-RATE-MARGIN
                   MOVE ZERO TO LN-RATE-FLOOR
                   MOVE ZERO TO LN-RATE-CAP
                   MOVE ZERO TO LN-RESET-MONTHS
                   MOVE ZERO TO LN-NEXT-RESET-DATE
                   MOVE ZERO TO LN-LAST-BILL-DATE
                   MOVE ZERO TO LN-LAST-BILL-DUE-DATE
                   MOVE WS-PRINCIPAL-PARM TO LN-BILL-PRIOR-BALANCE
                   MOVE ZERO TO LN-CYCLE-PRINCIPAL-PAID
                   MOVE ZERO TO LN-CYCLE-INTEREST-PAID
                   MOVE ZERO TO LN-CYCLE-FEES-PAID
                   MOVE ZERO TO LN-CYCLE-ESCROW-PAID
                   MOVE ZERO TO LN-BUREAU-REPORT-DATE
                   MOVE ZERO TO LN-BUREAU-FINAL-DATE
                   WRITE LOAN-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "Error writing loan record, status: "
           DISPLAY "Principal balance: $" WS-DISPLAY-BALANCE
           MOVE LN-ACCRUED-INTEREST TO WS-DISPLAY-BALANCE
           DISPLAY "Accrued interest:  $" WS-DISPLAY-BALANCE
           MOVE LN-UNPAID-FEES TO WS-DISPLAY-BALANCE
           DISPLAY "Unpaid late fees:  $" WS-DISPLAY-BALANCE
           MOVE LN-ANNUAL-RATE TO WS-DISPLAY-RATE
           DISPLAY "Annual rate:       " WS-DISPLAY-RATE
           IF LN-VARIABLE-RATE
               MOVE LN-RATE-MARGIN TO WS-DISPLAY-MARGIN
               DISPLAY "Rate terms:        " LN-INDEX-CODE
                       " " WS-DISPLAY-MARGIN
               MOVE LN-RATE-FLOOR TO WS-DISPLAY-RATE
               DISPLAY "Rate floor:        " WS-DISPLAY-RATE
               IF LN-RATE-CAP > ZERO
                   MOVE LN-RATE-CAP TO WS-DISPLAY-RATE
                   DISPLAY "Rate cap:          " WS-DISPLAY-RATE
               END-IF
               DISPLAY "Next rate reset:   " LN-NEXT-RESET-DATE
                       " every " LN-RESET-MONTHS " months"
           ELSE
               DISPLAY "Rate terms:        fixed"
           END-IF
           DISPLAY "Term (months):     " LN-TERM-MONTHS
           DISPLAY "Maturity:          " LN-MATURITY-DATE
           MOVE LN-PAYMENT-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Payment:           $" WS-DISPLAY-AMOUNT
           IF LN-ESCROW-PAYMENT > ZERO OR
              LN-ESCROW-BALANCE NOT = ZERO
               MOVE LN-ESCROW-PAYMENT TO WS-DISPLAY-AMOUNT
               DISPLAY "Escrow payment:    $" WS-DISPLAY-AMOUNT
               MOVE LN-ESCROW-BALANCE TO WS-DISPLAY-BALANCE
               DISPLAY "Escrow balance:    $" WS-DISPLAY-BALANCE
               IF LN-ESCROW-ANALYSIS-DATE > ZERO
                   DISPLAY "Escrow analyzed:   "
                           LN-ESCROW-ANALYSIS-DATE
               END-IF
           END-IF
           IF LN-FUNDED-DATE > ZERO
               MOVE LN-ORIGINATION-FEE TO WS-DISPLAY-AMOUNT
               DISPLAY "Funded:            " LN-FUNDED-DATE
                       " (" LN-DISBURSE-METHOD ") fee $"
                       WS-DISPLAY-AMOUNT
           ELSE
               DISPLAY "Funded:            not yet disbursed"
           END-IF
           DISPLAY "Next due:          " LN-NEXT-DUE-DATE
           IF LN-LAST-BILL-DATE > ZERO
               DISPLAY "Last billed:       " LN-LAST-BILL-DATE
                       " for due " LN-LAST-BILL-DUE-DATE
           END-IF
           DISPLAY "Auto-pay account:  " LN-PAYMENT-ACCOUNT
           DISPLAY "Status:            " LN-STATUS
           IF LN-NOTICE-STAGE > ZERO
               DISPLAY "Notice stage:      " LN-NOTICE-STAGE
                       " sent " LN-NOTICE-DATE
           END-IF.

       LINK-PAYMENT-ACCOUNT.
           IF WS-LOAN-NUMBER-PARM = ZERO
           END-READ
           CLOSE LOAN-FILE.

       SET-ESCROW-PAYMENT.
      *    The monthly escrow collected with each payment - zero
      *    takes the loan off escrow for future payments; any
      *    balance already held stays until it is paid out or
      *    refunded at payoff
           IF WS-LOAN-NUMBER-PARM = ZERO OR
              WS-TEMP-ESCROW-PAYMENT = SPACES
               DISPLAY "Error: ESCROW needs loan-num escrow-payment"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LOAN-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-NUMBER-PARM TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Error: Loan " WS-LOAN-NUMBER-PARM
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-ESCROW-PAYMENT-PARM TO LN-ESCROW-PAYMENT
                   REWRITE LOAN-RECORD
                   MOVE LN-ESCROW-PAYMENT TO WS-DISPLAY-AMOUNT
                   DISPLAY "Loan " LN-LOAN-NUMBER
                           " escrow payment set to $"
                           WS-DISPLAY-AMOUNT
           END-READ
           CLOSE LOAN-FILE.

       FUND-NEW-LOAN.
      *    Pay out a booked loan's proceeds - once. The full
      *    principal is credited to the receiving account and
      *    the origination fee debited back out of it, so the
      *    borrower's statement shows both and the fee lands in
      *    fee income rather than netting away unseen.
           IF WS-LOAN-NUMBER-PARM = ZERO OR
              WS-TEMP-FEE = SPACES
               DISPLAY "Error: FUND needs loan-num fee method "
                       "and where the proceeds go"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-DISBURSE-METHOD
               WHEN "DEP"
                   IF WS-TARGET-PARM = ZERO
                       DISPLAY "Error: FUND DEP needs the deposit "
                               "account"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-TARGET-PARM TO WS-RECEIVING-ACCOUNT
               WHEN "OFC"
                   IF WS-TARGET-PARM = ZERO OR
                      WS-TARGET-PARM > 9999999
                       DISPLAY "Error: FUND OFC needs a check serial "
                               "of up to 7 digits"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FIND-REGISTER-SERIAL
                   IF REGISTER-FOUND
                       DISPLAY "Error: Serial " WS-TARGET-PARM
                               " is already on the register"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE OFFICIAL-CHECK-ACCOUNT TO WS-RECEIVING-ACCOUNT
               WHEN "WIRE"
                   IF WS-BENEF-BANK-PARM = SPACES OR
                      WS-BENEF-ACCOUNT-PARM = SPACES
                       DISPLAY "Error: FUND WIRE needs benef-bank "
                               "and benef-account"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LOAN-CLEARING-ACCOUNT TO WS-RECEIVING-ACCOUNT
               WHEN OTHER
                   DISPLAY "Error: FUND method must be DEP, OFC or "
                           "WIRE"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM OPEN-LOAN-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-NUMBER-PARM TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Error: Loan " WS-LOAN-NUMBER-PARM
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT LN-ACTIVE
               DISPLAY "Error: Loan " LN-LOAN-NUMBER " is not active"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
           IF LN-FUNDED-DATE > ZERO
               DISPLAY "Error: Loan " LN-LOAN-NUMBER
                       " was already funded on " LN-FUNDED-DATE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-FEE-PARM >= LN-ORIGINAL-PRINCIPAL
               DISPLAY "Error: Origination fee exceeds the proceeds"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE LN-ORIGINAL-PRINCIPAL TO WS-GROSS-PROCEEDS
           COMPUTE WS-NET-PROCEEDS = WS-GROSS-PROCEEDS - WS-FEE-PARM
           PERFORM POST-PROCEEDS-TO-ACCOUNT
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-DISBURSE-METHOD
               WHEN "DEP"
                   MOVE "D" TO LN-DISBURSE-METHOD
               WHEN "OFC"
                   MOVE "O" TO LN-DISBURSE-METHOD
                   PERFORM WRITE-PROCEEDS-CHECK
               WHEN "WIRE"
                   MOVE "W" TO LN-DISBURSE-METHOD
                   PERFORM WRITE-PROCEEDS-WIRE
           END-EVALUATE
           MOVE WS-BUSINESS-DATE TO LN-FUNDED-DATE
           MOVE WS-FEE-PARM TO LN-ORIGINATION-FEE
           REWRITE LOAN-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error marking loan " LN-LOAN-NUMBER
                       " funded, status: " WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
           END-IF
           CLOSE LOAN-FILE
           MOVE WS-GROSS-PROCEEDS TO WS-DISPLAY-AMOUNT
           DISPLAY "Loan " LN-LOAN-NUMBER " funded - proceeds $"
                   WS-DISPLAY-AMOUNT
           MOVE WS-FEE-PARM TO WS-DISPLAY-AMOUNT
           DISPLAY "Origination fee:   $" WS-DISPLAY-AMOUNT
           MOVE WS-NET-PROCEEDS TO WS-DISPLAY-AMOUNT
           EVALUATE WS-DISBURSE-METHOD
               WHEN "DEP"
                   DISPLAY "Net $" WS-DISPLAY-AMOUNT
                           " credited to account "
                           WS-RECEIVING-ACCOUNT
               WHEN "OFC"
                   DISPLAY "Net $" WS-DISPLAY-AMOUNT
                           " on official check " WS-TARGET-PARM
               WHEN "WIRE"
                   DISPLAY "Net $" WS-DISPLAY-AMOUNT
                           " wired to " WS-BENEF-BANK-PARM
           END-EVALUATE.

       POST-PROCEEDS-TO-ACCOUNT.
      *    Credit the receiving account with the net it keeps -
      *    all of it for a deposit account or the check
      *    settlement account, none of it for the clearing
      *    account, which passes a wire straight back out
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIVING-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-RECEIVING-ACCOUNT
                           " is not on the account master"
                   SET ERROR-OCCURRED TO TRUE
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS NOT = "A"
               DISPLAY "Error: Account " WS-RECEIVING-ACCOUNT
                       " is not active"
               SET ERROR-OCCURRED TO TRUE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-BRANCH TO WS-POSTING-BRANCH
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "LOANFUND" TO WS-AUDIT-OPERATION
           IF WS-DISBURSE-METHOD NOT = "WIRE"
               ADD WS-NET-PROCEEDS TO ACC-BALANCE
           END-IF
           MOVE WS-BUSINESS-DATE TO ACC-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error posting loan proceeds, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM RECORD-PROCEEDS-ENTRIES
           CLOSE ACCOUNT-FILE.

       RECORD-PROCEEDS-ENTRIES.
      *    Gross proceeds in, the fee out, and for a wire the
      *    net going out to the correspondent
           MOVE "D" TO WS-ENTRY-TYPE
           MOVE WS-GROSS-PROCEEDS TO WS-ENTRY-AMOUNT
           MOVE SPACES TO WS-ENTRY-DESCRIPTION
           STRING "LOAN PROCEEDS " DELIMITED BY SIZE
                  LN-LOAN-NUMBER DELIMITED BY SIZE
                  INTO WS-ENTRY-DESCRIPTION
           END-STRING
           MOVE ZERO TO WS-ENTRY-CHECK-NUMBER
           IF WS-DISBURSE-METHOD = "OFC"
               MOVE WS-TARGET-PARM TO WS-ENTRY-CHECK-NUMBER
           END-IF
           PERFORM RECORD-FUNDING-ENTRY
           IF WS-FEE-PARM > ZERO
               MOVE "F" TO WS-ENTRY-TYPE
               MOVE WS-FEE-PARM TO WS-ENTRY-AMOUNT
               MOVE SPACES TO WS-ENTRY-DESCRIPTION
               STRING "LOAN ORIGINATION FEE " DELIMITED BY SIZE
                      LN-LOAN-NUMBER DELIMITED BY SIZE
                      INTO WS-ENTRY-DESCRIPTION
               END-STRING
               MOVE ZERO TO WS-ENTRY-CHECK-NUMBER
               PERFORM RECORD-FUNDING-ENTRY
           END-IF
           IF WS-DISBURSE-METHOD = "WIRE"
               MOVE "O" TO WS-ENTRY-TYPE
               MOVE WS-NET-PROCEEDS TO WS-ENTRY-AMOUNT
               MOVE SPACES TO WS-ENTRY-DESCRIPTION
               STRING "WIRE TO " DELIMITED BY SIZE
                      LN-CUSTOMER-NAME DELIMITED BY SIZE
                      INTO WS-ENTRY-DESCRIPTION
               END-STRING
               MOVE ZERO TO WS-ENTRY-CHECK-NUMBER
               PERFORM RECORD-FUNDING-ENTRY
      *        Remember the debit's TXN-ID for the wire
      *        instruction
               MOVE WS-TRANSACTION-COUNTER TO WS-WIRE-DEBIT-TXN-ID
           END-IF.

       RECORD-FUNDING-ENTRY.
      *    One ledger entry on the receiving account, with the
      *    loan number in TXN-TO-ACCOUNT
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE WS-RECEIVING-ACCOUNT TO TXN-FROM-ACCOUNT
           MOVE LN-LOAN-NUMBER TO TXN-TO-ACCOUNT
           MOVE WS-ENTRY-CHECK-NUMBER TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
           MOVE WS-TELLER-ID-PARM TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE WS-ENTRY-TYPE TO TXN-TYPE
           MOVE WS-ENTRY-AMOUNT TO TXN-AMOUNT
           MOVE WS-ENTRY-DESCRIPTION TO TXN-DESCRIPTION
           MOVE "P" TO TXN-STATUS
      *    Loan proceeds are a book entry, not a currency
      *    transaction - the BSA cash-reporting flag never applies
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

       FIND-REGISTER-SERIAL.
           SET REGISTER-NOT-FOUND TO TRUE
           OPEN INPUT REGISTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF OR REGISTER-FOUND
               READ REGISTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF OFC-SERIAL = WS-TARGET-PARM
                           SET REGISTER-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE
           CLOSE REGISTER-FILE.

       WRITE-PROCEEDS-CHECK.
      *    The check goes on the official-check register payable
      *    to the borrower, the settlement account holding the
      *    face until it is presented
           OPEN EXTEND REGISTER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE REGISTER-FILE
               OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE WS-TARGET-PARM TO OFC-SERIAL
           MOVE LN-CUSTOMER-NAME TO OFC-PAYEE
           MOVE WS-NET-PROCEEDS TO OFC-AMOUNT
           MOVE WS-BUSINESS-DATE TO OFC-ISSUE-DATE
           MOVE ZERO TO OFC-PURCHASER-ACCOUNT
           MOVE "O" TO OFC-STATUS
           MOVE ZERO TO OFC-SETTLED-DATE
           MOVE ZERO TO OFC-ESCROW-LOAN
           WRITE OFFICIAL-CHECK-RECORD
           CLOSE REGISTER-FILE.

       WRITE-PROCEEDS-WIRE.
      *    The beneficiary instruction for WIRESETL, linked to
      *    the wire debit on the clearing account by its TXN-ID
           OPEN EXTEND WIRE-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE WIRE-FILE
               OPEN OUTPUT WIRE-FILE
           END-IF
           MOVE WS-WIRE-DEBIT-TXN-ID TO WIR-TXN-ID
           MOVE LOAN-CLEARING-ACCOUNT TO WIR-ACCOUNT
           MOVE WS-NET-PROCEEDS TO WIR-AMOUNT
           MOVE WS-BUSINESS-DATE TO WIR-DATE
           MOVE WS-TIME-NUMERIC TO WIR-TIME
           MOVE LN-CUSTOMER-NAME TO WIR-BENEF-NAME
           MOVE WS-BENEF-BANK-PARM TO WIR-BENEF-BANK
           MOVE WS-BENEF-ACCOUNT-PARM TO WIR-BENEF-ACCOUNT
           MOVE SPACES TO WIR-REFERENCE
           STRING "LOAN " DELIMITED BY SIZE
                  LN-LOAN-NUMBER DELIMITED BY SIZE
                  INTO WIR-REFERENCE
           END-STRING
           MOVE "P" TO WIR-STATUS
           MOVE ZERO TO WIR-EXTRACT-DATE
           WRITE WIRE-RECORD
           CLOSE WIRE-FILE.

       SET-VARIABLE-RATE.
      *    Put a loan on variable-rate terms. The index must
      *    already be on file so the first reset has a rate to
      *    use; the rate on the loan now stands until then.
           IF WS-LOAN-NUMBER-PARM = ZERO OR
              WS-TEMP-INDEX-CODE = SPACES OR
              WS-TEMP-MARGIN = SPACES OR
              WS-RESET-MONTHS-PARM = ZERO OR
              WS-FIRST-RESET-PARM = ZERO
               DISPLAY "Error: VARRATE needs loan-num index margin "
                       "floor cap reset-months first-reset"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CAP-PARM > ZERO AND
              WS-CAP-PARM < WS-FLOOR-PARM
               DISPLAY "Error: Rate cap is below the floor"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INDEX-RATE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No index rates on file - key the "
                       "index with INDEX first"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEMP-INDEX-CODE TO IDX-INDEX-CODE
           READ INDEX-RATE-FILE
               INVALID KEY
                   DISPLAY "Error: Index " WS-TEMP-INDEX-CODE
                           " is not on file"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE INDEX-RATE-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE INDEX-RATE-FILE

           PERFORM OPEN-LOAN-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-NUMBER-PARM TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Error: Loan " WS-LOAN-NUMBER-PARM
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT LN-ACTIVE
               DISPLAY "Error: Loan " LN-LOAN-NUMBER " is not active"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
      *    Loans booked before the maturity date was carried get
      *    it from the origination date and term
           IF LN-MATURITY-DATE = ZERO
               MOVE LN-ORIGINATION-DATE TO WS-WORK-DATE
               MOVE LN-TERM-MONTHS TO WS-MONTHS-TO-ADD
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-WORK-DATE TO LN-MATURITY-DATE
           END-IF
           MOVE "V" TO LN-RATE-TYPE
           MOVE WS-TEMP-INDEX-CODE TO LN-INDEX-CODE
           MOVE WS-MARGIN-PARM TO LN-RATE-MARGIN
           MOVE WS-FLOOR-PARM TO LN-RATE-FLOOR
           MOVE WS-CAP-PARM TO LN-RATE-CAP
           MOVE WS-RESET-MONTHS-PARM TO LN-RESET-MONTHS
           MOVE WS-FIRST-RESET-PARM TO LN-NEXT-RESET-DATE
           REWRITE LOAN-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error rewriting loan, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
      *    The terms go on the rate history so an inquiry can see
      *    when the loan went variable and on what basis
           OPEN EXTEND RATE-HISTORY-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE RATE-HISTORY-FILE
               OPEN OUTPUT RATE-HISTORY-FILE
           END-IF
           MOVE LN-LOAN-NUMBER TO RCH-LOAN-NUMBER
           MOVE WS-BUSINESS-DATE TO RCH-CHANGE-DATE
           MOVE LN-NEXT-DUE-DATE TO RCH-FIRST-PAYMENT-DATE
           MOVE LN-INDEX-CODE TO RCH-INDEX-CODE
           MOVE IDX-RATE TO RCH-INDEX-RATE
           MOVE LN-RATE-MARGIN TO RCH-MARGIN
           MOVE LN-ANNUAL-RATE TO RCH-OLD-RATE
           MOVE LN-ANNUAL-RATE TO RCH-NEW-RATE
           MOVE LN-PAYMENT-AMOUNT TO RCH-OLD-PAYMENT
           MOVE LN-PAYMENT-AMOUNT TO RCH-NEW-PAYMENT
           MOVE "M" TO RCH-SOURCE
           MOVE SPACE TO RCH-LIMIT-APPLIED
           WRITE RATE-CHANGE-RECORD
           CLOSE RATE-HISTORY-FILE
           CLOSE LOAN-FILE
           MOVE LN-RATE-MARGIN TO WS-DISPLAY-MARGIN
           DISPLAY "Loan " LN-LOAN-NUMBER " now variable - "
                   LN-INDEX-CODE " " WS-DISPLAY-MARGIN
                   ", first reset " LN-NEXT-RESET-DATE.

       MAINTAIN-INDEX-RATE.
      *    Key a new index rate, or show the one on file. The
      *    rate in force when a new one is keyed becomes the
      *    prior rate, which LOANRPRC keeps using until the new
      *    one's effective date; rekeying a rate not yet in
      *    force replaces it and leaves the prior rate alone.
           IF WS-TEMP-INDEX-CODE = SPACES
               DISPLAY "Error: INDEX needs index-code [rate "
                       "[effective-date]]"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O INDEX-RATE-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE INDEX-RATE-FILE
               OPEN OUTPUT INDEX-RATE-FILE
               CLOSE INDEX-RATE-FILE
               OPEN I-O INDEX-RATE-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening index rate file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEMP-INDEX-CODE TO IDX-INDEX-CODE
           IF WS-TEMP-RATE = SPACES
               READ INDEX-RATE-FILE
                   INVALID KEY
                       DISPLAY "Error: Index " WS-TEMP-INDEX-CODE
                               " is not on file"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                   NOT INVALID KEY
                       MOVE IDX-RATE TO WS-DISPLAY-RATE
                       DISPLAY "Index " IDX-INDEX-CODE " rate "
                               WS-DISPLAY-RATE " effective "
                               IDX-EFFECTIVE-DATE
                       MOVE IDX-PRIOR-RATE TO WS-DISPLAY-RATE
                       DISPLAY "Prior rate " WS-DISPLAY-RATE
                               " keyed by " IDX-UPDATED-BY
               END-READ
               CLOSE INDEX-RATE-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-EFFECTIVE-PARM = ZERO
               MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-PARM
           END-IF
           READ INDEX-RATE-FILE
               INVALID KEY
                   MOVE WS-RATE-PARM TO IDX-RATE
                   MOVE WS-RATE-PARM TO IDX-PRIOR-RATE
                   MOVE WS-EFFECTIVE-PARM TO IDX-EFFECTIVE-DATE
                   MOVE WS-TELLER-ID-PARM TO IDX-UPDATED-BY
                   WRITE INDEX-RATE-RECORD
               NOT INVALID KEY
                   IF IDX-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                       MOVE IDX-RATE TO IDX-PRIOR-RATE
                   END-IF
                   MOVE WS-RATE-PARM TO IDX-RATE
                   MOVE WS-EFFECTIVE-PARM TO IDX-EFFECTIVE-DATE
                   MOVE WS-TELLER-ID-PARM TO IDX-UPDATED-BY
                   REWRITE INDEX-RATE-RECORD
           END-READ
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing index rate, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
           ELSE
               MOVE IDX-RATE TO WS-DISPLAY-RATE
               DISPLAY "Index " IDX-INDEX-CODE " set to "
                       WS-DISPLAY-RATE " effective "
                       IDX-EFFECTIVE-DATE
           END-IF
           CLOSE INDEX-RATE-FILE.

       SHOW-RATE-HISTORY.
           IF WS-LOAN-NUMBER-PARM = ZERO
               DISPLAY "Error: RATEHIST needs loan-num"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RATE HISTORY - LOAN " WS-LOAN-NUMBER-PARM
           DISPLAY "DATE     SRC INDEX    OLD    NEW    NEW PAYMENT"
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ RATE-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RCH-LOAN-NUMBER = WS-LOAN-NUMBER-PARM
                               PERFORM DISPLAY-ONE-RATE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY-FILE
           END-IF
           DISPLAY "Rate changes: " WS-HISTORY-COUNT.

       DISPLAY-ONE-RATE-CHANGE.
           ADD 1 TO WS-HISTORY-COUNT
           MOVE RCH-OLD-RATE TO WS-DISPLAY-RATE
           DISPLAY RCH-CHANGE-DATE " " RCH-SOURCE "   "
                   RCH-INDEX-CODE " " WS-DISPLAY-RATE
                   WITH NO ADVANCING
           MOVE RCH-NEW-RATE TO WS-DISPLAY-RATE
           MOVE RCH-NEW-PAYMENT TO WS-DISPLAY-AMOUNT
           DISPLAY " " WS-DISPLAY-RATE " $" WS-DISPLAY-AMOUNT
                   " from " RCH-FIRST-PAYMENT-DATE " "
                   RCH-LIMIT-APPLIED.

       ADD-MONTHS-TO-DATE.
      *    Roll WS-WORK-DATE forward WS-MONTHS-TO-ADD months,
      *    clamped to the last day of a shorter month
           DIVIDE WS-WORK-DATE BY 10000 GIVING WS-LN-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-LN-MONTH
               REMAINDER WS-LN-DAY
           COMPUTE WS-DATE-WORK = WS-LN-MONTH - 1 + WS-MONTHS-TO-ADD
           DIVIDE WS-DATE-WORK BY 12 GIVING WS-LEAP-YEAR-QUOTIENT
               REMAINDER WS-LEAP-YEAR-REMAINDER
           ADD WS-LEAP-YEAR-QUOTIENT TO WS-LN-YEAR
           COMPUTE WS-LN-MONTH = WS-LEAP-YEAR-REMAINDER + 1
           MOVE WS-DAYS-IN-MONTH(WS-LN-MONTH) TO WS-MAX-DAY-IN-MONTH
           IF WS-LN-MONTH = 2
               DIVIDE WS-LN-YEAR BY 4 GIVING WS-LEAP-YEAR-QUOTIENT
                   REMAINDER WS-LEAP-YEAR-REMAINDER
               IF WS-LEAP-YEAR-REMAINDER = 0
                   ADD 1 TO WS-MAX-DAY-IN-MONTH
               END-IF
           END-IF
           IF WS-LN-DAY > WS-MAX-DAY-IN-MONTH
               MOVE WS-MAX-DAY-IN-MONTH TO WS-LN-DAY
           END-IF
           COMPUTE WS-WORK-DATE =
               WS-LN-YEAR * 10000 + WS-LN-MONTH * 100 + WS-LN-DAY.

       LIST-LOANS.
           PERFORM OPEN-LOAN-FILE-IO
           IF ERROR-OCCURRED
           MOVE WS-PRINCIPAL-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Principal outstanding: $" WS-DISPLAY-TOTAL.

       WRITE-AUDIT-ENTRY.
      *    Append a before-image audit entry for the account whose
      *    ACCOUNT-RECORD was just rewritten. WS-BACKUP-RECORD must
      *    already hold the pre-change record and
      *    WS-AUDIT-OPERATION the operation name.
           OPEN EXTEND AUDIT-FILE
           MOVE ACC-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE WS-DATE-NUMERIC TO AUD-DATE
           MOVE WS-TIME-NUMERIC TO AUD-TIME
           MOVE WS-AUDIT-OPERATION TO AUD-OPERATION
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE WS-BACKUP-RECORD TO AUD-BEFORE-IMAGE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       GET-NEXT-TRANSACTION-ID.
      *    Hold the counter file open and exclusively locked for the
      *    whole read-increment-write sequence so two sessions
      *    running at the same moment can't both read the same
      *    value before either one writes it back.
           OPEN I-O COUNTER-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT COUNTER-FILE
               CLOSE COUNTER-FILE
               OPEN I-O COUNTER-FILE
           END-IF

           READ COUNTER-FILE
               AT END
                   MOVE 1 TO WS-TRANSACTION-COUNTER
                   MOVE WS-TRANSACTION-COUNTER TO COUNTER-RECORD
                   WRITE COUNTER-RECORD
               NOT AT END
                   MOVE COUNTER-RECORD TO WS-TRANSACTION-COUNTER
                   ADD 1 TO WS-TRANSACTION-COUNTER
                   MOVE WS-TRANSACTION-COUNTER TO COUNTER-RECORD
                   REWRITE COUNTER-RECORD
           END-READ

           CLOSE COUNTER-FILE.

       WRITE-TRANSACTION-INDEX.
      *    Mirror the transaction just written into the account-
      *    keyed index, one record per account side
           OPEN I-O TRANSACTION-INDEX-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE TRANSACTION-INDEX-FILE
               OPEN OUTPUT TRANSACTION-INDEX-FILE
               CLOSE TRANSACTION-INDEX-FILE
               OPEN I-O TRANSACTION-INDEX-FILE
           END-IF
           MOVE TXN-FROM-ACCOUNT TO TXI-ACCOUNT
           PERFORM WRITE-ONE-INDEX-SIDE
           IF TXN-TO-ACCOUNT > ZERO AND
              TXN-TO-ACCOUNT NOT = TXN-FROM-ACCOUNT
               MOVE TXN-TO-ACCOUNT TO TXI-ACCOUNT
               PERFORM WRITE-ONE-INDEX-SIDE
           END-IF
           CLOSE TRANSACTION-INDEX-FILE.

       WRITE-ONE-INDEX-SIDE.
           MOVE TXN-ID TO TXI-TXN-ID
           MOVE TXN-DATE TO TXI-TXN-DATE
           MOVE TXN-TIME TO TXI-TXN-TIME
           MOVE TXN-FROM-ACCOUNT TO TXI-FROM-ACCOUNT
           MOVE TXN-TO-ACCOUNT TO TXI-TO-ACCOUNT
           MOVE TXN-TYPE TO TXI-TYPE
           MOVE TXN-AMOUNT TO TXI-AMOUNT
           MOVE TXN-DESCRIPTION TO TXI-DESCRIPTION
           MOVE TXN-STATUS TO TXI-STATUS
           MOVE TXN-CTR-FLAG TO TXI-CTR-FLAG
           MOVE TXN-CHECK-NUMBER TO TXI-CHECK-NUMBER
           MOVE TXN-TELLER-ID TO TXI-TELLER-ID
           MOVE TXN-REVERSAL-OF TO TXI-REVERSAL-OF
           MOVE TXN-SUPERVISOR-ID TO TXI-SUPERVISOR-ID
           MOVE TXN-EXCHANGE-RATE TO TXI-EXCHANGE-RATE
           MOVE TXN-BRANCH TO TXI-BRANCH
           WRITE TRANSACTION-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in internal account numbers with
      *    any operational parameters in force
           OPEN INPUT PARAMETER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-PARM-NOT-EOF TO TRUE
           PERFORM UNTIL WS-PARM-EOF
               READ PARAMETER-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       IF PRM-EFFECTIVE-DATE <= WS-DATE-NUMERIC
                           PERFORM APPLY-ONE-PARAMETER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE.

       APPLY-ONE-PARAMETER.
           EVALUATE PRM-NAME
               WHEN "OFFICIAL-CHECK-ACCOUNT"
                   MOVE PRM-VALUE TO OFFICIAL-CHECK-ACCOUNT
               WHEN "LOAN-CLEARING-ACCOUNT"
                   MOVE PRM-VALUE TO LOAN-CLEARING-ACCOUNT
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       DISPLAY-USAGE.
           DISPLAY "LOANMNT - Loan Master Maintenance"
           DISPLAY "Usage: LOANMNT TELLER-ID COMMAND [ARGS]"
           DISPLAY "  SHOW loan-num"
           DISPLAY "  LINK loan-num pay-account"
           DISPLAY "  STATUS loan-num A|P|C"
           DISPLAY "  ESCROW loan-num escrow-payment"
           DISPLAY "  FUND loan-num fee DEP deposit-account"
           DISPLAY "  FUND loan-num fee OFC check-serial"
           DISPLAY "  FUND loan-num fee WIRE benef-bank "
                   "benef-account"
           DISPLAY "  VARRATE loan-num index margin floor cap "
                   "reset-months first-reset"
           DISPLAY "  INDEX index-code [rate [effective-date]]"
           DISPLAY "  RATEHIST loan-num"
           DISPLAY "  LIST".

       END PROGRAM LOANMNT.
