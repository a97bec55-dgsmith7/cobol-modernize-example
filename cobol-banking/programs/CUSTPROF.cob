       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
      *********************************************************
      * CUSTPROF - Monthly Customer Profitability
      * What each relationship earns and costs the bank is
      * posted all over TRANSACT.DAT - interest paid by
      * INTACCR, fees by FEEBATCH, ITEMFEE, ACCTANAL and the
      * wire, stop-payment and official-check paths, overdraft
      * interest by ODPOST, loan interest inside the LOANPOST
      * payments - and never brought together. This report
      * walks every customer's owned and co-signed accounts
      * through the CUSTXREF cross-reference, plus the loans
      * the customer is borrower on, and for the month shows:
      *   interest expense - I entries credited
      *   fee income       - F and J entries charged, grossed
      *                      up by the earnings credit below
      *   earnings credit  - a business checking account's
      *                      credit against its analysis
      *                      charges, figured the way ACCTANAL
      *                      figures it (the average balance
      *                      times EARNINGS-CREDIT-RATE over
      *                      twelve, no more than the month's
      *                      priced activity from ANALPRC.DAT)
      *   loan interest    - the interest portion of each loan
      *                      payment, carried in the payment's
      *                      description as INT nnnnnnnn.nn
      *   funds credit     - the month's average ledger balance
      *                      from BALHIST.DAT times
      *                      PROFIT-FUNDS-RATE over twelve, the
      *                      value of the deposits as funding
      *   net contribution - fees, loan interest and funds
      *                      credit less interest expense and
      *                      earnings credit
      * Reversed entries never count. Foreign currency accounts
      * are taken at their USD value. A relationship that lost
      * money in the month is flagged **, and the
      * PROFIT-RANK-COUNT least and most profitable are ranked
      * after the listing. A joint account counts in full in
      * each party's relationship; the branch and product
      * rollups take every account once, under its owner, and
      * a loan under the branch of its payment account.
      *
      * Usage: CUSTPROF [YYYYMM]
      *   The month defaults to the calendar month that ended
      *   most recently - run it once the month-end chain has
      *   posted the month's analysis fees and overdraft
      *   interest.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer-to-account cross-reference
           SELECT CUSTOMER-XREF-FILE ASSIGN TO "data/CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Loan master file - indexed by loan number
           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Account-keyed transaction index - every transaction
      *    written to TRANSACT.DAT is mirrored here once per
      *    account side, the loan side of a loan payment under
      *    the loan number
           SELECT TRANSACTION-INDEX-FILE ASSIGN TO
                   "data/TXNINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Daily balance snapshots written by BALSNAP
           SELECT BALANCE-HISTORY-FILE ASSIGN TO
                   "data/BALHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Product master - names for the product rollup
           SELECT PRODUCT-FILE ASSIGN TO "data/PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Daily exchange rate file loaded by RATELOAD
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "data/RATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CURRENCY-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    ACCTANAL's per-item price schedule - plain text, one
      *    line per priced type
           SELECT PRICE-FILE ASSIGN TO "data/ANALPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT -
      *    the funds and earnings credit rates are read from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  CUSTOMER-XREF-FILE.
           COPY "copybooks/CUSTOMER-XREF-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       FD  BALANCE-HISTORY-FILE.
           COPY "copybooks/BALANCE-HISTORY-RECORD.cpy".

       FD  PRODUCT-FILE.
           COPY "copybooks/PRODUCT-RECORD.cpy".

       FD  EXCHANGE-RATE-FILE.
           COPY "copybooks/EXCHANGE-RATE-RECORD.cpy".

       FD  PRICE-FILE.
       01  PRICE-LINE                  PIC X(30).

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    End-of-file switch for the operational parameter load
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.

      *    Annual rate the month's average deposit balance is
      *    credited at as funding, ACCTANAL's earnings credit
      *    rate, and how many relationships each ranking lists
      *    - PARAMS.DAT overlays these compiled defaults
       01  PROFIT-FUNDS-RATE           PIC 9V9(4) VALUE 0.0300.
       01  EARNINGS-CREDIT-RATE        PIC 9V9(4) VALUE 0.0200.
       01  PROFIT-RANK-COUNT           PIC 9(2) VALUE 10.

      *    ACCTANAL's per-item prices - the same compiled
      *    defaults, overridden by the same schedule file
       01  WS-PRICE-DEPOSIT            PIC 9(2)V99 VALUE 0.10.
       01  WS-PRICE-WITHDRAWAL         PIC 9(2)V99 VALUE 0.15.
       01  WS-PRICE-TRANSFER           PIC 9(2)V99 VALUE 0.10.
       01  WS-PRICE-WIRE               PIC 9(2)V99 VALUE 5.00.
       01  WS-SHEET-TYPE               PIC X(1).
       01  WS-SHEET-PRICE              PIC X(10).
       01  WS-SCHED-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-SCHED-EOF            VALUE 'Y'.
           88  WS-SCHED-NOT-EOF        VALUE 'N'.

      *    Profitability working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-SCAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SCAN-EOF             VALUE 'Y'.
           88  WS-SCAN-NOT-EOF         VALUE 'N'.
       01  WS-INDEX-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-INDEX-EOF            VALUE 'Y'.
           88  WS-INDEX-NOT-EOF        VALUE 'N'.
       01  WS-LOAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-LOAN-EOF             VALUE 'Y'.
           88  WS-LOAN-NOT-EOF         VALUE 'N'.
       01  WS-RATE-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  RATE-FOUND-ON-FILE      VALUE 'Y'.
           88  RATE-NOT-ON-FILE        VALUE 'N'.
       01  WS-LOAN-OPEN-FLAG           PIC X(1) VALUE 'N'.
           88  LOAN-FILE-OPEN          VALUE 'Y'.
           88  LOAN-FILE-CLOSED        VALUE 'N'.
       01  WS-INDEX-OPEN-FLAG          PIC X(1) VALUE 'N'.
           88  INDEX-FILE-OPEN         VALUE 'Y'.
           88  INDEX-FILE-CLOSED       VALUE 'N'.
       01  WS-PRODUCT-OPEN-FLAG        PIC X(1) VALUE 'N'.
           88  PRODUCT-FILE-OPEN       VALUE 'Y'.
           88  PRODUCT-FILE-CLOSED     VALUE 'N'.
       01  WS-RATES-OPEN-FLAG          PIC X(1) VALUE 'N'.
           88  RATES-FILE-OPEN         VALUE 'Y'.
           88  RATES-FILE-CLOSED       VALUE 'N'.
       01  WS-COMMAND-LINE             PIC X(20).

      *    Report month and its day bounds
       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-PERIOD-START-DATE        PIC 9(8).
       01  WS-PERIOD-END-DATE          PIC 9(8).
       01  WS-BD-YEAR                  PIC 9(4).
       01  WS-BD-MONTH                 PIC 9(2).

      *    The six figures carried for every account, loan,
      *    relationship and rollup line, in report column order
      *      1 interest expense   2 fee income
      *      3 earnings credit    4 loan interest
      *      5 funds credit       6 net contribution
       01  WS-ITEM-AMOUNTS.
           05  WS-ITEM-AMT             PIC S9(11)V99 COMP-3
                                       OCCURS 6 TIMES.
       01  WS-CUST-AMOUNTS.
           05  WS-CUST-AMT             PIC S9(11)V99 COMP-3
                                       OCCURS 6 TIMES.
       01  WS-BANK-AMOUNTS.
           05  WS-BANK-AMT             PIC S9(11)V99 COMP-3
                                       OCCURS 6 TIMES.
       01  WS-PRINT-AMOUNTS.
           05  WS-PRINT-AMT            PIC S9(11)V99 COMP-3
                                       OCCURS 6 TIMES.
       01  WS-AMT-SUB                  PIC 9(1).
       01  WS-INTEREST-EXPENSE         PIC 9(1) VALUE 1.
       01  WS-FEE-INCOME               PIC 9(1) VALUE 2.
       01  WS-EARNINGS-CREDIT          PIC 9(1) VALUE 3.
       01  WS-LOAN-INTEREST            PIC 9(1) VALUE 4.
       01  WS-FUNDS-CREDIT             PIC 9(1) VALUE 5.
       01  WS-NET-CONTRIBUTION         PIC 9(1) VALUE 6.

      *    The customer's accounts, as the cross-reference lists
      *    them, with the month's figures gathered for each
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-ENTRY OCCURS 20 TIMES.
               10  WS-ACT-NUMBER       PIC 9(10).
               10  WS-ACT-RELATIONSHIP PIC X(1).
                   88  WS-ACT-OWNED    VALUE "O".
               10  WS-ACT-BRANCH       PIC X(3).
               10  WS-ACT-PRODUCT-KEY  PIC X(4).
               10  WS-ACT-ANALYZED-FLAG PIC X(1).
                   88  WS-ACT-ANALYZED VALUE "Y".
               10  WS-ACT-USD-RATE     PIC 9(3)V9(6).
               10  WS-ACT-BALANCE-SUM  PIC S9(14)V99 COMP-3.
               10  WS-ACT-SNAPSHOTS    PIC 9(3).
               10  WS-ACT-COUNT-DEPOSITS PIC 9(5).
               10  WS-ACT-COUNT-WITHDRAWALS PIC 9(5).
               10  WS-ACT-COUNT-TRANSFERS PIC 9(5).
               10  WS-ACT-COUNT-WIRES  PIC 9(5).
               10  WS-ACT-INTEREST     PIC S9(11)V99 COMP-3.
               10  WS-ACT-FEES         PIC S9(11)V99 COMP-3.
       01  WS-ACT-SUB                  PIC 9(2).
       01  WS-ACT-USED                 PIC 9(2).
       01  WS-ACT-MAX                  PIC 9(2) VALUE 20.
       01  WS-ACT-FOUND-FLAG           PIC X(1).
           88  ACCOUNT-IN-TABLE        VALUE 'Y'.
           88  ACCOUNT-NOT-IN-TABLE    VALUE 'N'.

      *    The account or loan in hand
       01  WS-AVG-BALANCE              PIC S9(10)V99 COMP-3.
       01  WS-ACTIVITY-CHARGE          PIC S9(8)V99 COMP-3.
       01  WS-CREDIT-AVAILABLE         PIC S9(8)V99 COMP-3.
       01  WS-LOAN-PAID-INTEREST       PIC S9(11)V99 COMP-3.
      *    The INT nnnnnnnn.nn figure as it sits in a payment's
      *    description, and as a number
       01  WS-DESC-INTEREST-TEXT       PIC X(11).
       01  WS-DESC-INTEREST REDEFINES WS-DESC-INTEREST-TEXT
                                       PIC 9(8).99.
       01  WS-DESC-INTEREST-AMOUNT     PIC 9(8)V99.
       01  WS-ROLLUP-BRANCH            PIC X(3).
       01  WS-ROLLUP-PRODUCT           PIC X(4).
       01  WS-LOAN-PRODUCT-KEY         PIC X(4) VALUE "(L)".
       01  WS-CUSTOMER-LOANS           PIC 9(3).

      *    Branch rollup - blank is head office
       01  WS-BRN-TABLE.
           05  WS-BRN-ENTRY OCCURS 30 TIMES.
               10  WS-BRN-CODE         PIC X(3).
               10  WS-BRN-AMT          PIC S9(11)V99 COMP-3
                                       OCCURS 6 TIMES.
       01  WS-BRN-SUB                  PIC 9(2).
       01  WS-BRN-USED                 PIC 9(2) VALUE ZERO.
       01  WS-BRN-MAX                  PIC 9(2) VALUE 30.
       01  WS-BRN-FOUND-FLAG           PIC X(1).
           88  BRANCH-SLOT-FOUND       VALUE 'Y'.
           88  BRANCH-SLOT-NOT-FOUND   VALUE 'N'.

      *    Product rollup - an account with no product code is
      *    filed under its type letter, loans under (L)
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 30 TIMES.
               10  WS-PRD-KEY          PIC X(4).
               10  WS-PRD-AMT          PIC S9(11)V99 COMP-3
                                       OCCURS 6 TIMES.
       01  WS-PRD-SUB                  PIC 9(2).
       01  WS-PRD-USED                 PIC 9(2) VALUE ZERO.
       01  WS-PRD-MAX                  PIC 9(2) VALUE 30.
       01  WS-PRD-FOUND-FLAG           PIC X(1).
           88  PRODUCT-SLOT-FOUND      VALUE 'Y'.
           88  PRODUCT-SLOT-NOT-FOUND  VALUE 'N'.
       01  WS-PRODUCT-LABEL            PIC X(21).

      *    Rankings - the least profitable relationships kept in
      *    ascending order of net contribution, the most
      *    profitable in descending order
       01  WS-LOW-TABLE.
           05  WS-LOW-ENTRY OCCURS 20 TIMES.
               10  WS-LOW-CUSTOMER-ID  PIC 9(10).
               10  WS-LOW-NAME         PIC X(30).
               10  WS-LOW-NET          PIC S9(11)V99 COMP-3.
       01  WS-LOW-USED                 PIC 9(2) VALUE ZERO.
       01  WS-HIGH-TABLE.
           05  WS-HIGH-ENTRY OCCURS 20 TIMES.
               10  WS-HIGH-CUSTOMER-ID PIC 9(10).
               10  WS-HIGH-NAME        PIC X(30).
               10  WS-HIGH-NET         PIC S9(11)V99 COMP-3.
       01  WS-HIGH-USED                PIC 9(2) VALUE ZERO.
       01  WS-RANK-MAX                 PIC 9(2) VALUE 20.
       01  WS-RANK-SUB                 PIC 9(2).
       01  WS-RANK-PLACED-FLAG         PIC X(1).
           88  RANK-PLACED             VALUE 'Y'.
           88  RANK-SHIFTING           VALUE 'N'.

      *    Run counters and report edit fields
       01  WS-CUSTOMERS-READ           PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMERS-REPORTED       PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMERS-LOSING         PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-OVER-TABLE      PIC 9(7) VALUE ZERO.
       01  WS-PRINT-COLUMN             PIC 9(3).
       01  WS-EDIT-AMOUNT              PIC -ZZZZZZ9.99.
       01  WS-EDIT-RATE                PIC 9.9999.
       01  WS-EDIT-RANK                PIC Z9.
       01  WS-EDIT-MONTH               PIC 9999/99.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.
       01  WS-BRANCH-LABEL             PIC X(11).

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the report can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the run.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "CUSTPROF ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM OPEN-PROFIT-FILES
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-REPORT-HEADER
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-CUSTOMER
               END-READ
           END-PERFORM
           PERFORM WRITE-RANKINGS
           PERFORM WRITE-ROLLUPS
           PERFORM CLOSE-PROFIT-FILES
           PERFORM SPOOL-CLOSE-RUN
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           PERFORM GET-BUSINESS-DATE
           SET NO-ERROR TO TRUE
           MOVE ZERO TO WS-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO WS-EDIT-BUSINESS-DATE
           PERFORM LOAD-OPERATIONAL-PARAMETERS
           IF PROFIT-RANK-COUNT > WS-RANK-MAX
               MOVE WS-RANK-MAX TO PROFIT-RANK-COUNT
           END-IF
           PERFORM LOAD-PRICE-SCHEDULE
           PERFORM RESOLVE-REPORT-MONTH
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               MOVE ZERO TO WS-BANK-AMT(WS-AMT-SUB)
           END-PERFORM.

       GET-BUSINESS-DATE.
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

       RESOLVE-REPORT-MONTH.
      *    An explicit YYYYMM argument wins; otherwise the month
      *    that ended most recently relative to the business date
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES AND
              WS-COMMAND-LINE(1:6) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-REPORT-MONTH
           ELSE
               DIVIDE WS-BUSINESS-DATE BY 10000 GIVING WS-BD-YEAR
               COMPUTE WS-BD-MONTH =
                   (WS-BUSINESS-DATE / 100) -
                   (WS-BD-YEAR * 100)
               IF WS-BD-MONTH = 1
                   COMPUTE WS-REPORT-MONTH =
                       (WS-BD-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE WS-REPORT-MONTH =
                       WS-BD-YEAR * 100 + WS-BD-MONTH - 1
               END-IF
           END-IF
           COMPUTE WS-PERIOD-START-DATE =
               WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-PERIOD-END-DATE =
               WS-REPORT-MONTH * 100 + 31
           MOVE WS-REPORT-MONTH TO WS-EDIT-MONTH.

       LOAD-PRICE-SCHEDULE.
      *    Read ACCTANAL's per-item price sheet - one line per
      *    type, TYPE PRICE - overriding the compiled defaults.
      *    No file means the defaults stand.
           OPEN INPUT PRICE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-SCHED-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SCHED-EOF
               READ PRICE-FILE
                   AT END
                       SET WS-SCHED-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-PRICE-LINE
               END-READ
           END-PERFORM
           CLOSE PRICE-FILE.

       LOAD-ONE-PRICE-LINE.
           MOVE SPACES TO WS-SHEET-TYPE
           MOVE SPACES TO WS-SHEET-PRICE
           UNSTRING PRICE-LINE DELIMITED BY SPACE
               INTO WS-SHEET-TYPE
                    WS-SHEET-PRICE
           IF WS-SHEET-TYPE = SPACES OR WS-SHEET-PRICE = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SHEET-TYPE
               WHEN "D"
                   COMPUTE WS-PRICE-DEPOSIT =
                       FUNCTION NUMVAL(WS-SHEET-PRICE)
               WHEN "W"
                   COMPUTE WS-PRICE-WITHDRAWAL =
                       FUNCTION NUMVAL(WS-SHEET-PRICE)
               WHEN "T"
                   COMPUTE WS-PRICE-TRANSFER =
                       FUNCTION NUMVAL(WS-SHEET-PRICE)
               WHEN "O"
                   COMPUTE WS-PRICE-WIRE =
                       FUNCTION NUMVAL(WS-SHEET-PRICE)
           END-EVALUATE.

       OPEN-PROFIT-FILES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-XREF-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No customer cross-reference on file "
                       "- run XREFBLD first, status: "
                       WS-FILE-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               CLOSE CUSTOMER-XREF-FILE
               CLOSE CUSTOMER-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
      *    The month's postings are read through the index - a
      *    bank with no index has not run TXIBLD and every
      *    posted figure would read as zero
           OPEN INPUT TRANSACTION-INDEX-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No transaction index on file "
                       "- run TXIBLD first, status: "
                       WS-FILE-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-XREF-FILE
               CLOSE CUSTOMER-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           SET INDEX-FILE-OPEN TO TRUE
      *    No loan master means no loans yet; no product master
      *    or rate file falls back to codes alone and the
      *    compiled rates
           OPEN INPUT LOAN-FILE
           IF WS-FILE-STATUS = "00"
               SET LOAN-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-FILE-STATUS = "00"
               SET PRODUCT-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-FILE-STATUS = "00"
               SET RATES-FILE-OPEN TO TRUE
           END-IF.

       CLOSE-PROFIT-FILES.
           IF RATES-FILE-OPEN
               CLOSE EXCHANGE-RATE-FILE
           END-IF
           IF PRODUCT-FILE-OPEN
               CLOSE PRODUCT-FILE
           END-IF
           IF LOAN-FILE-OPEN
               CLOSE LOAN-FILE
           END-IF
           IF INDEX-FILE-OPEN
               CLOSE TRANSACTION-INDEX-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-XREF-FILE
           CLOSE CUSTOMER-FILE.

      * One relationship - gather the accounts and their month,
      * price them, add the loans, then report and rank
       PROCESS-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           MOVE ZERO TO WS-ACT-USED
           MOVE ZERO TO WS-CUSTOMER-LOANS
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               MOVE ZERO TO WS-CUST-AMT(WS-AMT-SUB)
           END-PERFORM

           PERFORM LOAD-CUSTOMER-ACCOUNTS
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-USED
               PERFORM SCAN-ACCOUNT-ACTIVITY
           END-PERFORM
           IF WS-ACT-USED > ZERO
               PERFORM ACCUMULATE-BALANCE-HISTORY
           END-IF
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-USED
               PERFORM PRICE-ONE-ACCOUNT
           END-PERFORM
           PERFORM SCAN-CUSTOMER-LOANS

      *    A customer with nothing on the books is no
      *    relationship
           IF WS-ACT-USED = ZERO AND WS-CUSTOMER-LOANS = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTOMERS-REPORTED
           IF WS-CUST-AMT(WS-NET-CONTRIBUTION) < ZERO
               ADD 1 TO WS-CUSTOMERS-LOSING
           END-IF
           PERFORM WRITE-CUSTOMER-LINE
           IF PROFIT-RANK-COUNT > ZERO
               PERFORM RANK-LEAST-PROFITABLE
               PERFORM RANK-MOST-PROFITABLE
           END-IF.

       LOAD-CUSTOMER-ACCOUNTS.
      *    Every account the customer owns or signs on
           SET WS-SCAN-NOT-EOF TO TRUE
           MOVE CUS-CUSTOMER-ID TO XRF-CUSTOMER-ID
           MOVE ZERO TO XRF-ACCOUNT
           START CUSTOMER-XREF-FILE KEY IS NOT < XRF-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ CUSTOMER-XREF-FILE NEXT
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF XRF-CUSTOMER-ID NOT = CUS-CUSTOMER-ID
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM ADD-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-ACCOUNT.
           MOVE XRF-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-ACT-USED >= WS-ACT-MAX
               ADD 1 TO WS-ACCOUNTS-OVER-TABLE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACT-USED
           MOVE WS-ACT-USED TO WS-ACT-SUB
           MOVE ACC-NUMBER TO WS-ACT-NUMBER(WS-ACT-SUB)
           MOVE XRF-RELATIONSHIP TO WS-ACT-RELATIONSHIP(WS-ACT-SUB)
           MOVE ACC-BRANCH TO WS-ACT-BRANCH(WS-ACT-SUB)
           IF ACC-PRODUCT-CODE = SPACES
               MOVE SPACES TO WS-ACT-PRODUCT-KEY(WS-ACT-SUB)
               STRING "(" ACC-ACCOUNT-TYPE ")"
                   DELIMITED BY SIZE
                   INTO WS-ACT-PRODUCT-KEY(WS-ACT-SUB)
           ELSE
               MOVE ACC-PRODUCT-CODE TO
                   WS-ACT-PRODUCT-KEY(WS-ACT-SUB)
           END-IF
      *    Analysis - and so the earnings credit - applies to
      *    open checking accounts only, as in ACCTANAL
           IF ACC-STATUS = "A" AND ACC-TYPE-CHECKING
               MOVE "Y" TO WS-ACT-ANALYZED-FLAG(WS-ACT-SUB)
           ELSE
               MOVE "N" TO WS-ACT-ANALYZED-FLAG(WS-ACT-SUB)
           END-IF
           IF ACC-CURRENCY-CODE = "USD" OR ACC-CURRENCY-CODE = SPACES
               MOVE 1.000000 TO WS-ACT-USD-RATE(WS-ACT-SUB)
           ELSE
               MOVE ACC-CURRENCY-CODE TO WS-CURRENCY-LOOKUP-CODE
               PERFORM LOOKUP-EXCHANGE-RATE
               MOVE WS-CURRENCY-LOOKUP-RATE TO
                   WS-ACT-USD-RATE(WS-ACT-SUB)
           END-IF
           MOVE ZERO TO WS-ACT-BALANCE-SUM(WS-ACT-SUB)
           MOVE ZERO TO WS-ACT-SNAPSHOTS(WS-ACT-SUB)
           MOVE ZERO TO WS-ACT-COUNT-DEPOSITS(WS-ACT-SUB)
           MOVE ZERO TO WS-ACT-COUNT-WITHDRAWALS(WS-ACT-SUB)
           MOVE ZERO TO WS-ACT-COUNT-TRANSFERS(WS-ACT-SUB)
           MOVE ZERO TO WS-ACT-COUNT-WIRES(WS-ACT-SUB)
           MOVE ZERO TO WS-ACT-INTEREST(WS-ACT-SUB)
           MOVE ZERO TO WS-ACT-FEES(WS-ACT-SUB).

       SCAN-ACCOUNT-ACTIVITY.
      *    The month's index entries for the account - interest
      *    credited, fees and overdraft interest charged, and the
      *    items ACCTANAL prices. A reversed entry never happened.
           SET WS-INDEX-NOT-EOF TO TRUE
           MOVE WS-ACT-NUMBER(WS-ACT-SUB) TO TXI-ACCOUNT
           MOVE ZERO TO TXI-TXN-ID
           START TRANSACTION-INDEX-FILE KEY IS NOT < TXI-KEY
               INVALID KEY
                   SET WS-INDEX-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-INDEX-EOF
               READ TRANSACTION-INDEX-FILE NEXT
                   AT END
                       SET WS-INDEX-EOF TO TRUE
                   NOT AT END
                       IF TXI-ACCOUNT NOT = WS-ACT-NUMBER(WS-ACT-SUB)
                           SET WS-INDEX-EOF TO TRUE
                       ELSE
                           IF TXI-TXN-DATE >= WS-PERIOD-START-DATE
                              AND TXI-TXN-DATE <= WS-PERIOD-END-DATE
                              AND TXI-STATUS = "P"
                               PERFORM TALLY-ONE-INDEX-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-INDEX-ENTRY.
           EVALUATE TXI-TYPE
               WHEN "I"
                   ADD TXI-AMOUNT TO WS-ACT-INTEREST(WS-ACT-SUB)
               WHEN "F"
               WHEN "J"
                   ADD TXI-AMOUNT TO WS-ACT-FEES(WS-ACT-SUB)
               WHEN "D"
                   ADD 1 TO WS-ACT-COUNT-DEPOSITS(WS-ACT-SUB)
               WHEN "W"
                   ADD 1 TO WS-ACT-COUNT-WITHDRAWALS(WS-ACT-SUB)
               WHEN "T"
                   ADD 1 TO WS-ACT-COUNT-TRANSFERS(WS-ACT-SUB)
               WHEN "O"
                   ADD 1 TO WS-ACT-COUNT-WIRES(WS-ACT-SUB)
           END-EVALUATE.

       ACCUMULATE-BALANCE-HISTORY.
      *    One pass of the month's snapshots for all of the
      *    customer's accounts together. No history yet simply
      *    leaves the balance-driven credits at zero.
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-SCAN-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SCAN-EOF
               READ BALANCE-HISTORY-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF BHS-DATE >= WS-PERIOD-START-DATE AND
                          BHS-DATE <= WS-PERIOD-END-DATE
                           PERFORM ADD-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY-FILE.

       ADD-ONE-SNAPSHOT.
           SET ACCOUNT-NOT-IN-TABLE TO TRUE
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-USED
                      OR ACCOUNT-IN-TABLE
               IF WS-ACT-NUMBER(WS-ACT-SUB) = BHS-ACCOUNT
                   SET ACCOUNT-IN-TABLE TO TRUE
               END-IF
           END-PERFORM
           IF ACCOUNT-NOT-IN-TABLE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-ACT-SUB
           ADD BHS-LEDGER-BALANCE TO WS-ACT-BALANCE-SUM(WS-ACT-SUB)
           ADD 1 TO WS-ACT-SNAPSHOTS(WS-ACT-SUB).

       PRICE-ONE-ACCOUNT.
      *    Turn the account's month into the six figures, in its
      *    own currency first and then at its USD value
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               MOVE ZERO TO WS-ITEM-AMT(WS-AMT-SUB)
           END-PERFORM
           MOVE ZERO TO WS-AVG-BALANCE
           IF WS-ACT-SNAPSHOTS(WS-ACT-SUB) > ZERO
               COMPUTE WS-AVG-BALANCE ROUNDED =
                   WS-ACT-BALANCE-SUM(WS-ACT-SUB) /
                   WS-ACT-SNAPSHOTS(WS-ACT-SUB)
           END-IF
           MOVE WS-ACT-INTEREST(WS-ACT-SUB) TO
               WS-ITEM-AMT(WS-INTEREST-EXPENSE)
           MOVE WS-ACT-FEES(WS-ACT-SUB) TO
               WS-ITEM-AMT(WS-FEE-INCOME)
      *    An overdrawn average funds nothing
           IF WS-AVG-BALANCE > ZERO
               COMPUTE WS-ITEM-AMT(WS-FUNDS-CREDIT) ROUNDED =
                   WS-AVG-BALANCE * PROFIT-FUNDS-RATE / 12
           END-IF
           IF WS-ACT-ANALYZED(WS-ACT-SUB)
               PERFORM PRICE-EARNINGS-CREDIT
           END-IF
           IF WS-ACT-USD-RATE(WS-ACT-SUB) NOT = 1
               PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                       UNTIL WS-AMT-SUB > 5
                   COMPUTE WS-ITEM-AMT(WS-AMT-SUB) ROUNDED =
                       WS-ITEM-AMT(WS-AMT-SUB) *
                       WS-ACT-USD-RATE(WS-ACT-SUB)
               END-PERFORM
           END-IF
           PERFORM COMPUTE-ITEM-NET
           PERFORM ADD-ITEM-TO-CUSTOMER
      *    The rollups take each account once, from its owner
           IF WS-ACT-OWNED(WS-ACT-SUB)
               MOVE WS-ACT-BRANCH(WS-ACT-SUB) TO WS-ROLLUP-BRANCH
               MOVE WS-ACT-PRODUCT-KEY(WS-ACT-SUB) TO
                   WS-ROLLUP-PRODUCT
               PERFORM ADD-ITEM-TO-ROLLUPS
           END-IF.

       PRICE-EARNINGS-CREDIT.
      *    The credit ACCTANAL gives against the month's priced
      *    activity, never more than the charges it offsets. The
      *    posted analysis fee is only the shortfall, so the
      *    credit used is added back to fee income as the
      *    service charge earned and shown against it as the
      *    credit's cost.
           IF WS-AVG-BALANCE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACTIVITY-CHARGE =
               WS-ACT-COUNT-DEPOSITS(WS-ACT-SUB) * WS-PRICE-DEPOSIT +
               WS-ACT-COUNT-WITHDRAWALS(WS-ACT-SUB) *
                   WS-PRICE-WITHDRAWAL +
               WS-ACT-COUNT-TRANSFERS(WS-ACT-SUB) *
                   WS-PRICE-TRANSFER +
               WS-ACT-COUNT-WIRES(WS-ACT-SUB) * WS-PRICE-WIRE
           COMPUTE WS-CREDIT-AVAILABLE ROUNDED =
               WS-AVG-BALANCE * EARNINGS-CREDIT-RATE / 12
           IF WS-CREDIT-AVAILABLE > WS-ACTIVITY-CHARGE
               MOVE WS-ACTIVITY-CHARGE TO WS-CREDIT-AVAILABLE
           END-IF
           MOVE WS-CREDIT-AVAILABLE TO
               WS-ITEM-AMT(WS-EARNINGS-CREDIT)
           ADD WS-CREDIT-AVAILABLE TO WS-ITEM-AMT(WS-FEE-INCOME).

       COMPUTE-ITEM-NET.
           COMPUTE WS-ITEM-AMT(WS-NET-CONTRIBUTION) =
               WS-ITEM-AMT(WS-FEE-INCOME) +
               WS-ITEM-AMT(WS-LOAN-INTEREST) +
               WS-ITEM-AMT(WS-FUNDS-CREDIT) -
               WS-ITEM-AMT(WS-INTEREST-EXPENSE) -
               WS-ITEM-AMT(WS-EARNINGS-CREDIT).

       ADD-ITEM-TO-CUSTOMER.
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               ADD WS-ITEM-AMT(WS-AMT-SUB) TO WS-CUST-AMT(WS-AMT-SUB)
           END-PERFORM.

       ADD-ITEM-TO-ROLLUPS.
           PERFORM FIND-BRANCH-SLOT
           PERFORM FIND-PRODUCT-SLOT
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               ADD WS-ITEM-AMT(WS-AMT-SUB) TO
                   WS-BRN-AMT(WS-BRN-SUB, WS-AMT-SUB)
               ADD WS-ITEM-AMT(WS-AMT-SUB) TO
                   WS-PRD-AMT(WS-PRD-SUB, WS-AMT-SUB)
               ADD WS-ITEM-AMT(WS-AMT-SUB) TO WS-BANK-AMT(WS-AMT-SUB)
           END-PERFORM.

       SCAN-CUSTOMER-LOANS.
      *    Every loan the customer is borrower on
           IF LOAN-FILE-CLOSED
               EXIT PARAGRAPH
           END-IF
           SET WS-LOAN-NOT-EOF TO TRUE
           MOVE ZERO TO LN-LOAN-NUMBER
           START LOAN-FILE KEY IS NOT < LN-LOAN-NUMBER
               INVALID KEY
                   SET WS-LOAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LOAN-EOF
               READ LOAN-FILE NEXT
                   AT END
                       SET WS-LOAN-EOF TO TRUE
                   NOT AT END
                       IF LN-CUSTOMER-ID = CUS-CUSTOMER-ID
                           PERFORM PRICE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       PRICE-ONE-LOAN.
      *    A loan earns its interest as the payments collect it;
      *    it is filed under the branch of its payment account
           ADD 1 TO WS-CUSTOMER-LOANS
           MOVE ZERO TO WS-LOAN-PAID-INTEREST
           PERFORM SCAN-LOAN-PAYMENTS
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               MOVE ZERO TO WS-ITEM-AMT(WS-AMT-SUB)
           END-PERFORM
           MOVE WS-LOAN-PAID-INTEREST TO
               WS-ITEM-AMT(WS-LOAN-INTEREST)
           PERFORM COMPUTE-ITEM-NET
           PERFORM ADD-ITEM-TO-CUSTOMER
           MOVE SPACES TO WS-ROLLUP-BRANCH
           IF LN-PAYMENT-ACCOUNT NOT = ZERO
               MOVE LN-PAYMENT-ACCOUNT TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACC-BRANCH TO WS-ROLLUP-BRANCH
               END-READ
           END-IF
           MOVE WS-LOAN-PRODUCT-KEY TO WS-ROLLUP-PRODUCT
           PERFORM ADD-ITEM-TO-ROLLUPS.

       SCAN-LOAN-PAYMENTS.
      *    The loan side of each payment is indexed under the
      *    loan number. The interest portion follows the loan
      *    number in the description; a payment written before
      *    the split was carried there shows none.
           SET WS-INDEX-NOT-EOF TO TRUE
           MOVE LN-LOAN-NUMBER TO TXI-ACCOUNT
           MOVE ZERO TO TXI-TXN-ID
           START TRANSACTION-INDEX-FILE KEY IS NOT < TXI-KEY
               INVALID KEY
                   SET WS-INDEX-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-INDEX-EOF
               READ TRANSACTION-INDEX-FILE NEXT
                   AT END
                       SET WS-INDEX-EOF TO TRUE
                   NOT AT END
                       IF TXI-ACCOUNT NOT = LN-LOAN-NUMBER
                           SET WS-INDEX-EOF TO TRUE
                       ELSE
                           IF TXI-TXN-DATE >= WS-PERIOD-START-DATE
                              AND TXI-TXN-DATE <= WS-PERIOD-END-DATE
                              AND TXI-STATUS = "P"
                              AND TXI-TYPE = "W"
                              AND TXI-DESCRIPTION(1:13) =
                                  "LOAN PAYMENT "
                              AND TXI-DESCRIPTION(24:5) = " INT "
                               MOVE TXI-DESCRIPTION(29:11) TO
                                   WS-DESC-INTEREST-TEXT
                               MOVE WS-DESC-INTEREST TO
                                   WS-DESC-INTEREST-AMOUNT
                               ADD WS-DESC-INTEREST-AMOUNT TO
                                   WS-LOAN-PAID-INTEREST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-BRANCH-SLOT.
      *    Locate (or open) the branch accumulator, leaving
      *    WS-BRN-SUB pointed at it
           SET BRANCH-SLOT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
                       OR BRANCH-SLOT-FOUND
               IF WS-BRN-CODE(WS-BRN-SUB) = WS-ROLLUP-BRANCH
                   SET BRANCH-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BRANCH-SLOT-FOUND
               SUBTRACT 1 FROM WS-BRN-SUB
               EXIT PARAGRAPH
           END-IF
           IF WS-BRN-USED >= WS-BRN-MAX
      *        More branches than the table holds - fold the
      *        overflow into the last slot rather than abend
               MOVE WS-BRN-MAX TO WS-BRN-SUB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BRN-USED
           MOVE WS-BRN-USED TO WS-BRN-SUB
           MOVE WS-ROLLUP-BRANCH TO WS-BRN-CODE(WS-BRN-SUB)
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               MOVE ZERO TO WS-BRN-AMT(WS-BRN-SUB, WS-AMT-SUB)
           END-PERFORM.

       FIND-PRODUCT-SLOT.
      *    Locate (or open) the product accumulator, leaving
      *    WS-PRD-SUB pointed at it
           SET PRODUCT-SLOT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-USED
                       OR PRODUCT-SLOT-FOUND
               IF WS-PRD-KEY(WS-PRD-SUB) = WS-ROLLUP-PRODUCT
                   SET PRODUCT-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PRODUCT-SLOT-FOUND
               SUBTRACT 1 FROM WS-PRD-SUB
               EXIT PARAGRAPH
           END-IF
           IF WS-PRD-USED >= WS-PRD-MAX
      *        More products than the table holds - fold the
      *        overflow into the last slot rather than abend
               MOVE WS-PRD-MAX TO WS-PRD-SUB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRD-USED
           MOVE WS-PRD-USED TO WS-PRD-SUB
           MOVE WS-ROLLUP-PRODUCT TO WS-PRD-KEY(WS-PRD-SUB)
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               MOVE ZERO TO WS-PRD-AMT(WS-PRD-SUB, WS-AMT-SUB)
           END-PERFORM.

      * Rankings
       RANK-LEAST-PROFITABLE.
      *    Keep the lowest net contributions in ascending order -
      *    a new entry goes on the end (or replaces the last one
      *    when the list is full and it is lower) and moves up
      *    past every entry above it
           IF WS-LOW-USED < PROFIT-RANK-COUNT
               ADD 1 TO WS-LOW-USED
           ELSE
               IF WS-CUST-AMT(WS-NET-CONTRIBUTION) NOT <
                       WS-LOW-NET(WS-LOW-USED)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-LOW-USED TO WS-RANK-SUB
           SET RANK-SHIFTING TO TRUE
           PERFORM UNTIL RANK-PLACED
               IF WS-RANK-SUB = 1
                   SET RANK-PLACED TO TRUE
               ELSE
                   IF WS-LOW-NET(WS-RANK-SUB - 1) >
                           WS-CUST-AMT(WS-NET-CONTRIBUTION)
                       MOVE WS-LOW-ENTRY(WS-RANK-SUB - 1) TO
                           WS-LOW-ENTRY(WS-RANK-SUB)
                       SUBTRACT 1 FROM WS-RANK-SUB
                   ELSE
                       SET RANK-PLACED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE CUS-CUSTOMER-ID TO WS-LOW-CUSTOMER-ID(WS-RANK-SUB)
           MOVE CUS-CUSTOMER-NAME TO WS-LOW-NAME(WS-RANK-SUB)
           MOVE WS-CUST-AMT(WS-NET-CONTRIBUTION) TO
               WS-LOW-NET(WS-RANK-SUB).

       RANK-MOST-PROFITABLE.
      *    The same, highest first
           IF WS-HIGH-USED < PROFIT-RANK-COUNT
               ADD 1 TO WS-HIGH-USED
           ELSE
               IF WS-CUST-AMT(WS-NET-CONTRIBUTION) NOT >
                       WS-HIGH-NET(WS-HIGH-USED)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-HIGH-USED TO WS-RANK-SUB
           SET RANK-SHIFTING TO TRUE
           PERFORM UNTIL RANK-PLACED
               IF WS-RANK-SUB = 1
                   SET RANK-PLACED TO TRUE
               ELSE
                   IF WS-HIGH-NET(WS-RANK-SUB - 1) <
                           WS-CUST-AMT(WS-NET-CONTRIBUTION)
                       MOVE WS-HIGH-ENTRY(WS-RANK-SUB - 1) TO
                           WS-HIGH-ENTRY(WS-RANK-SUB)
                       SUBTRACT 1 FROM WS-RANK-SUB
                   ELSE
                       SET RANK-PLACED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE CUS-CUSTOMER-ID TO WS-HIGH-CUSTOMER-ID(WS-RANK-SUB)
           MOVE CUS-CUSTOMER-NAME TO WS-HIGH-NAME(WS-RANK-SUB)
           MOVE WS-CUST-AMT(WS-NET-CONTRIBUTION) TO
               WS-HIGH-NET(WS-RANK-SUB).

      * Report
       WRITE-REPORT-HEADER.
           STRING "MONTHLY CUSTOMER PROFITABILITY - " WS-EDIT-MONTH
                  " - BUSINESS DATE " WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           MOVE PROFIT-FUNDS-RATE TO WS-EDIT-RATE
           STRING "Funds credit rate: " WS-EDIT-RATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           MOVE EARNINGS-CREDIT-RATE TO WS-EDIT-RATE
           STRING "Earnings credit rate: " WS-EDIT-RATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE(30:30)
           PERFORM PRINT-REPORT-LINE
           MOVE "** = relationship lost money in the month" TO
               WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  Customer   Name" TO WS-SPOOL-LINE
           PERFORM WRITE-COLUMN-HEADINGS.

       WRITE-COLUMN-HEADINGS.
      *    The six amount columns start at position 29, twelve
      *    wide - the caller has put its own heading in 1-28
           MOVE " Int expense  Fee income Earn credit    Loan int"
               TO WS-SPOOL-LINE(29:48)
           MOVE " Funds cred.  Net contr." TO WS-SPOOL-LINE(77:24)
           PERFORM PRINT-REPORT-LINE.

       WRITE-CUSTOMER-LINE.
           IF WS-CUST-AMT(WS-NET-CONTRIBUTION) < ZERO
               MOVE "**" TO WS-SPOOL-LINE(1:2)
           END-IF
           MOVE CUS-CUSTOMER-ID TO WS-SPOOL-LINE(3:10)
           MOVE CUS-CUSTOMER-NAME(1:15) TO WS-SPOOL-LINE(14:15)
           MOVE WS-CUST-AMOUNTS TO WS-PRINT-AMOUNTS
           PERFORM FORMAT-AMOUNT-COLUMNS
           PERFORM PRINT-REPORT-LINE.

       FORMAT-AMOUNT-COLUMNS.
      *    WS-PRINT-AMOUNTS into the six columns
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               COMPUTE WS-PRINT-COLUMN = 30 + (WS-AMT-SUB - 1) * 12
               MOVE WS-PRINT-AMT(WS-AMT-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO
                   WS-SPOOL-LINE(WS-PRINT-COLUMN:11)
           END-PERFORM.

       WRITE-RANKINGS.
           IF PROFIT-RANK-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE "LEAST PROFITABLE RELATIONSHIPS" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-LOW-USED
               MOVE WS-RANK-SUB TO WS-EDIT-RANK
               MOVE WS-LOW-NET(WS-RANK-SUB) TO WS-EDIT-AMOUNT
               STRING "  " WS-EDIT-RANK ". "
                      WS-LOW-CUSTOMER-ID(WS-RANK-SUB) "  "
                      WS-LOW-NAME(WS-RANK-SUB) "  " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               IF WS-LOW-NET(WS-RANK-SUB) < ZERO
                   MOVE "**" TO WS-SPOOL-LINE(1:2)
               END-IF
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           PERFORM PRINT-REPORT-LINE
           MOVE "MOST PROFITABLE RELATIONSHIPS" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-HIGH-USED
               MOVE WS-RANK-SUB TO WS-EDIT-RANK
               MOVE WS-HIGH-NET(WS-RANK-SUB) TO WS-EDIT-AMOUNT
               STRING "  " WS-EDIT-RANK ". "
                      WS-HIGH-CUSTOMER-ID(WS-RANK-SUB) "  "
                      WS-HIGH-NAME(WS-RANK-SUB) "  " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.

       WRITE-ROLLUPS.
           PERFORM PRINT-REPORT-LINE
           MOVE "PROFITABILITY BY BRANCH (blank = head office)" TO
               WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           MOVE "  Branch" TO WS-SPOOL-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
               IF WS-BRN-CODE(WS-BRN-SUB) = SPACES
                   MOVE "HEAD OFFICE" TO WS-BRANCH-LABEL
               ELSE
                   MOVE WS-BRN-CODE(WS-BRN-SUB) TO WS-BRANCH-LABEL
               END-IF
               MOVE WS-BRANCH-LABEL TO WS-SPOOL-LINE(3:11)
               PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                       UNTIL WS-AMT-SUB > 6
                   MOVE WS-BRN-AMT(WS-BRN-SUB, WS-AMT-SUB) TO
                       WS-PRINT-AMT(WS-AMT-SUB)
               END-PERFORM
               PERFORM FORMAT-AMOUNT-COLUMNS
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           PERFORM WRITE-BANK-TOTAL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "PROFITABILITY BY PRODUCT" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           MOVE "  Code Name" TO WS-SPOOL-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-USED
               PERFORM WRITE-PRODUCT-LINE
           END-PERFORM
           PERFORM WRITE-BANK-TOTAL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Customers read:            " WS-CUSTOMERS-READ
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Relationships reported:    " WS-CUSTOMERS-REPORTED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Relationships losing money:" WS-CUSTOMERS-LOSING
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           IF WS-ACCOUNTS-OVER-TABLE > ZERO
               STRING "Accounts past 20 per customer, not counted: "
                      WS-ACCOUNTS-OVER-TABLE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF
           DISPLAY "Report captured to the spool as CUSTPROF"
           DISPLAY " ".

       WRITE-PRODUCT-LINE.
           MOVE SPACES TO WS-PRODUCT-LABEL
           EVALUATE TRUE
               WHEN WS-PRD-KEY(WS-PRD-SUB) = WS-LOAN-PRODUCT-KEY
                   MOVE "Loans" TO WS-PRODUCT-LABEL
               WHEN WS-PRD-KEY(WS-PRD-SUB)(1:1) = "("
                   MOVE "(no product - type)" TO WS-PRODUCT-LABEL
               WHEN PRODUCT-FILE-OPEN
                   MOVE WS-PRD-KEY(WS-PRD-SUB) TO PRD-CODE
                   READ PRODUCT-FILE
                       INVALID KEY
                           MOVE "(not on product master)" TO
                               WS-PRODUCT-LABEL
                       NOT INVALID KEY
                           MOVE PRD-NAME TO WS-PRODUCT-LABEL
                   END-READ
           END-EVALUATE
           STRING "  " WS-PRD-KEY(WS-PRD-SUB) " " WS-PRODUCT-LABEL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               MOVE WS-PRD-AMT(WS-PRD-SUB, WS-AMT-SUB) TO
                   WS-PRINT-AMT(WS-AMT-SUB)
           END-PERFORM
           PERFORM FORMAT-AMOUNT-COLUMNS
           PERFORM PRINT-REPORT-LINE.

       WRITE-BANK-TOTAL-LINE.
           MOVE "  BANK TOTAL" TO WS-SPOOL-LINE
           MOVE WS-BANK-AMOUNTS TO WS-PRINT-AMOUNTS
           PERFORM FORMAT-AMOUNT-COLUMNS
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
      *    Every report line goes to the console and the spool
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

       LOOKUP-EXCHANGE-RATE.
      *    Same file-first lookup FXREVAL uses - the daily rates
      *    file is authoritative, the compiled table backstops a
      *    missing file or unlisted code, and anything unknown
      *    values at 1.000000. The rate file stays open for the
      *    run rather than being opened for every account.
           MOVE 1.000000 TO WS-CURRENCY-LOOKUP-RATE
           SET RATE-NOT-ON-FILE TO TRUE
           IF RATES-FILE-OPEN
               MOVE WS-CURRENCY-LOOKUP-CODE TO RT-CURRENCY-CODE
               READ EXCHANGE-RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RT-RATE-TO-USD TO
                           WS-CURRENCY-LOOKUP-RATE
                       SET RATE-FOUND-ON-FILE TO TRUE
               END-READ
           END-IF
           IF RATE-FOUND-ON-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ER-SUB FROM 1 BY 1
                   UNTIL WS-ER-SUB > 4
               IF WS-ER-CURRENCY-CODE(WS-ER-SUB) =
                       WS-CURRENCY-LOOKUP-CODE
                   MOVE WS-ER-RATE-TO-USD(WS-ER-SUB)
                       TO WS-CURRENCY-LOOKUP-RATE
               END-IF
           END-PERFORM.

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in rates with any operational
      *    parameter in force. No file means the compiled values
      *    stand.
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
               WHEN "PROFIT-FUNDS-RATE"
                   MOVE PRM-VALUE TO PROFIT-FUNDS-RATE
               WHEN "EARNINGS-CREDIT-RATE"
                   MOVE PRM-VALUE TO EARNINGS-CREDIT-RATE
               WHEN "PROFIT-RANK-COUNT"
                   MOVE PRM-VALUE TO PROFIT-RANK-COUNT
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       SPOOL-OPEN-RUN.
      *    Register this run in the spool repository
           MOVE "O" TO WS-SPOOL-ACTION
           CALL "SPOOLER" USING WS-SPOOL-ACTION
                                WS-SPOOL-NAME
                                WS-SPOOL-LINE
                                WS-SPOOL-RETURN-CODE.

       SPOOL-ONE-LINE.
      *    Capture WS-SPOOL-LINE into the spool, then clear it
      *    for the next STRING
           MOVE "L" TO WS-SPOOL-ACTION
           CALL "SPOOLER" USING WS-SPOOL-ACTION
                                WS-SPOOL-NAME
                                WS-SPOOL-LINE
                                WS-SPOOL-RETURN-CODE
           MOVE SPACES TO WS-SPOOL-LINE.

       SPOOL-CLOSE-RUN.
      *    Close the capture and write the index entry
           MOVE "C" TO WS-SPOOL-ACTION
           CALL "SPOOLER" USING WS-SPOOL-ACTION
                                WS-SPOOL-NAME
                                WS-SPOOL-LINE
                                WS-SPOOL-RETURN-CODE.

       END PROGRAM CUSTPROF.
