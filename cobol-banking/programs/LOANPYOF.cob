       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPYOF.
      *********************************************************
      * LOANPYOF - Loan Payoff Quote and Payoff Posting
      * When a borrower refinances elsewhere the title company
      * asks for a payoff good through a date. QUOTE gives the
      * principal, the interest accrued to date, the interest
      * still to accrue through the good-through date, unpaid
      * late fees and the per-diem figure for each day after -
      * the per-diem is the same principal times annual rate
      * over 365 LOANACCR accrues each night, counted over
      * calendar days from the loan's last accrual date.
      *
      * POST takes the payoff from a deposit account and WIRE
      * takes it from an incoming wire held on the wire review
      * queue (WIRESUSP.DAT, typically a NOACCT wire sent to
      * the loan number). Either way interest is first brought
      * up to the business date, then the money is applied
      * through LOANPOST - fees, interest, then principal - so
      * a payoff settles exactly the way any other payment
      * does. A wire is credited to the borrower's deposit
      * account before the payoff is drawn from it, which
      * leaves any overage there as the borrower's refund; a
      * deposit-account payoff larger than the payoff amount
      * draws only the payoff. A short payoff is applied and
      * the loan stays open for the balance. A loan paid in
      * full is marked P by LOANPOST, gets a paid-in-full
      * letter on the loan letter file, and its collector
      * queue entry, if any, is closed as cured.
      *
      * Usage: LOANPYOF TELLER-ID COMMAND [ARGS]
      * Commands:
      *   QUOTE loan-num [good-through-date]
      *   POST  loan-num [funding-account [amount]]
      *   WIRE  loan-num wire-sequence [deposit-account]
      * QUOTE defaults to the business date. POST with no
      * amount draws the full payoff; with no funding account
      * it draws from the loan's LN-PAYMENT-ACCOUNT. WIRE
      * credits LN-PAYMENT-ACCOUNT unless another deposit
      * account is named.
      * A customer whose mail is marked returned (RETMAIL) is
      * not mailed - the paid-in-full letter is held for pickup through
      * MAILHOLD instead.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Loan master file - indexed by loan number
           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - the paid-in-full letter is
      *    addressed from here
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
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

      *    Incoming wires held for review by WIREIN - a payoff
      *    wire is taken from here and marked released
           SELECT WIRE-SUSPENSE-FILE ASSIGN TO "data/WIRESUSP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Loan letters for the mail room, plain text - the same
      *    file LOANLATE writes its delinquency notices to
           SELECT LETTER-FILE ASSIGN TO "data/LOANLTRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Collector queue - a loan paid off while delinquent
      *    is closed out here
           SELECT COLLECTION-QUEUE-FILE ASSIGN TO "data/COLLQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
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

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD              PIC 9(15).

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  WIRE-SUSPENSE-FILE.
           COPY "copybooks/WIRE-SUSPENSE-RECORD.cpy".

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  COLLECTION-QUEUE-FILE.
           COPY "copybooks/COLLECTION-QUEUE-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    Branch stamped onto every transaction this program
      *    writes - the credited account's branch
       01  WS-POSTING-BRANCH           PIC X(3) VALUE SPACES.
       01  WS-AUDIT-OPERATION          PIC X(10).

      *    Command line and arguments
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(120).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-TEMP-LOAN-NUMBER         PIC X(10) VALUE SPACES.
       01  WS-LOAN-NUMBER-ARG          PIC 9(10) VALUE ZERO.
       01  WS-TEMP-GOOD-THROUGH        PIC X(8) VALUE SPACES.
       01  WS-GOOD-THROUGH-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TEMP-ACCOUNT-ARG         PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-ARG              PIC 9(10) VALUE ZERO.
       01  WS-TEMP-AMOUNT-ARG          PIC X(14) VALUE SPACES.
       01  WS-AMOUNT-ARG               PIC 9(10)V99 VALUE ZERO.
       01  WS-TEMP-SEQUENCE            PIC X(7) VALUE SPACES.
       01  WS-SEQ-ARG                  PIC 9(7) VALUE ZERO.

      *    Payoff working storage
       01  WS-PER-DIEM-AMOUNT          PIC S9(8)V99 COMP-3.
      *    Interest still to accrue from the last accrual date to
      *    the date the payoff is figured through
       01  WS-INTEREST-TO-DATE         PIC S9(8)V99 COMP-3.
       01  WS-ACCRUAL-FROM-DATE        PIC 9(8).
       01  WS-ACCRUAL-DAYS             PIC 9(5).
      *    Guard against a damaged date walking forever
       01  WS-ACCRUAL-DAY-LIMIT        PIC 9(5) VALUE 36600.
       01  WS-PAYOFF-AMOUNT            PIC S9(10)V99 COMP-3.
      *    Funds offered against the payoff, what is actually
      *    applied to the loan, and what is left over
       01  WS-FUNDS-AMOUNT             PIC S9(10)V99 COMP-3.
       01  WS-APPLY-AMOUNT             PIC S9(10)V99 COMP-3.
       01  WS-OVERAGE-AMOUNT           PIC S9(10)V99 COMP-3.
       01  WS-DEPOSIT-ACCOUNT          PIC 9(10).
       01  WS-WIRE-CREDITED-FLAG       PIC X(1) VALUE 'N'.
           88  WIRE-CREDITED           VALUE 'Y'.
           88  WIRE-NOT-CREDITED       VALUE 'N'.
       01  WS-SUSPENSE-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  SUSPENSE-REC-FOUND      VALUE 'Y'.
           88  SUSPENSE-REC-NOT-FOUND  VALUE 'N'.
       01  WS-SUS-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-SUS-EOF              VALUE 'Y'.
           88  WS-SUS-NOT-EOF          VALUE 'N'.
       01  WS-COLQ-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-COLQ-EOF             VALUE 'Y'.
           88  WS-COLQ-NOT-EOF         VALUE 'N'.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.
       01  WS-DISPLAY-DAYS             PIC ZZZZ9.

      *    Parameters passed to the LOANPOST subprogram, same
      *    pattern as STANDORD's and BANKLEDG's calls
       01  WS-CALL-LOAN-NUMBER         PIC 9(10).
       01  WS-CALL-FUNDING-ACCOUNT     PIC 9(10).
       01  WS-CALL-AMOUNT              PIC 9(10)V99.
       01  WS-CALL-RETURN-CODE         PIC 9(2) VALUE ZERO.

      *    Split-out date fields used to walk the accrual period
      *    a calendar day at a time, the way EODRUN rolls the
      *    business date
       01  WS-LN-YEAR                  PIC 9(4).
       01  WS-LN-MONTH                 PIC 9(2).
       01  WS-LN-DAY                   PIC 9(2).
       01  WS-DATE-WORK                PIC 9(8).
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

      *    Returned-mail hold - a letter to a customer whose
      *    address is marked undeliverable is handed to MAILHOLD
      *    and held for pickup instead of being mailed
       01  WS-MAIL-HOLD-ACTION         PIC X(1).
       01  WS-MAIL-HOLD-SOURCE         PIC X(9) VALUE "LOANPYOF ".
       01  WS-MAIL-HOLD-CUSTOMER       PIC 9(10).
       01  WS-MAIL-HOLD-LINE           PIC X(100) VALUE SPACES.
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  MAIL-HELD               VALUE 'Y'.
           88  MAIL-NOT-HELD           VALUE 'N'.
       01  WS-ITEMS-HELD               PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "QUOTE"
                   PERFORM QUOTE-PAYOFF
               WHEN "POST"
                   PERFORM POST-ACCOUNT-PAYOFF
               WHEN "WIRE"
                   PERFORM POST-WIRE-PAYOFF
               WHEN OTHER
                   PERFORM DISPLAY-USAGE
                   MOVE 8 TO WS-MAIN-RETURN-CODE
           END-EVALUATE
           STOP RUN RETURNING WS-MAIN-RETURN-CODE.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-EDIT-BUSINESS-DATE
           SET NO-ERROR TO TRUE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-TELLER-ID-PARM
                    WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN "QUOTE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-LOAN-NUMBER
                            WS-TEMP-GOOD-THROUGH
               WHEN "POST"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-LOAN-NUMBER
                            WS-TEMP-ACCOUNT-ARG
                            WS-TEMP-AMOUNT-ARG
               WHEN "WIRE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-LOAN-NUMBER
                            WS-TEMP-SEQUENCE
                            WS-TEMP-ACCOUNT-ARG
           END-EVALUATE
           IF WS-TEMP-LOAN-NUMBER IS NUMERIC AND
              WS-TEMP-LOAN-NUMBER NOT = SPACES
               MOVE WS-TEMP-LOAN-NUMBER TO WS-LOAN-NUMBER-ARG
           END-IF
           IF WS-TEMP-GOOD-THROUGH IS NUMERIC AND
              WS-TEMP-GOOD-THROUGH NOT = SPACES
               MOVE WS-TEMP-GOOD-THROUGH TO WS-GOOD-THROUGH-DATE
           END-IF
           IF WS-TEMP-ACCOUNT-ARG IS NUMERIC AND
              WS-TEMP-ACCOUNT-ARG NOT = SPACES
               MOVE WS-TEMP-ACCOUNT-ARG TO WS-ACCOUNT-ARG
           END-IF
           IF WS-TEMP-SEQUENCE IS NUMERIC AND
              WS-TEMP-SEQUENCE NOT = SPACES
               MOVE WS-TEMP-SEQUENCE TO WS-SEQ-ARG
           END-IF
           IF WS-TEMP-AMOUNT-ARG NOT = SPACES
               COMPUTE WS-AMOUNT-ARG =
                   FUNCTION NUMVAL(WS-TEMP-AMOUNT-ARG)
           END-IF.

       GET-BUSINESS-DATE.
      *    Payoffs are figured and posted under the business
      *    date, the same clock LOANACCR accrues on
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

       DISPLAY-USAGE.
           DISPLAY "Usage: LOANPYOF TELLER-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  QUOTE loan-num [good-through-date]"
           DISPLAY "  POST  loan-num [funding-account [amount]]"
           DISPLAY "  WIRE  loan-num wire-sequence [deposit-account]".

       QUOTE-PAYOFF.
      *    Figure the payoff good through the requested date -
      *    nothing on the loan changes
           IF WS-GOOD-THROUGH-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO WS-GOOD-THROUGH-DATE
           END-IF
           IF WS-GOOD-THROUGH-DATE < WS-BUSINESS-DATE
               DISPLAY "Error: Good-through date "
                       WS-GOOD-THROUGH-DATE
                       " is before the business date "
                       WS-BUSINESS-DATE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening loan master, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-NUMBER-ARG TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Error: Loan " WS-LOAN-NUMBER-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE LOAN-FILE
           IF NOT LN-ACTIVE
               DISPLAY "Error: Loan " WS-LOAN-NUMBER-ARG
                       " is not active - status " LN-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-INTEREST-TO-DATE
           COMPUTE WS-PAYOFF-AMOUNT =
               LN-PRINCIPAL-BALANCE + LN-ACCRUED-INTEREST +
               WS-INTEREST-TO-DATE + LN-UNPAID-FEES
           DISPLAY "LOAN PAYOFF QUOTE - " WS-BUSINESS-DATE
           DISPLAY "========================================"
           DISPLAY "Loan:                " LN-LOAN-NUMBER
           DISPLAY "Borrower:            " LN-CUSTOMER-ID " "
                   LN-CUSTOMER-NAME
           DISPLAY "Good through:        " WS-GOOD-THROUGH-DATE
           MOVE LN-PRINCIPAL-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY "Principal balance:   $" WS-DISPLAY-BALANCE
           MOVE LN-ACCRUED-INTEREST TO WS-DISPLAY-BALANCE
           DISPLAY "Interest accrued:    $" WS-DISPLAY-BALANCE
                   " through " LN-LAST-ACCRUAL-DATE
           MOVE WS-INTEREST-TO-DATE TO WS-DISPLAY-BALANCE
           MOVE WS-ACCRUAL-DAYS TO WS-DISPLAY-DAYS
           DISPLAY "Interest to date:    $" WS-DISPLAY-BALANCE
                   " (" WS-DISPLAY-DAYS " days)"
           MOVE LN-UNPAID-FEES TO WS-DISPLAY-BALANCE
           DISPLAY "Unpaid late fees:    $" WS-DISPLAY-BALANCE
           MOVE WS-PAYOFF-AMOUNT TO WS-DISPLAY-BALANCE
           DISPLAY "PAYOFF AMOUNT:       $" WS-DISPLAY-BALANCE
           MOVE WS-PER-DIEM-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Per diem:            $" WS-DISPLAY-AMOUNT
                   " for each day after " WS-GOOD-THROUGH-DATE
           IF LN-ESCROW-BALANCE > ZERO
               MOVE LN-ESCROW-BALANCE TO WS-DISPLAY-BALANCE
               DISPLAY "Escrow balance:      $" WS-DISPLAY-BALANCE
                       " refunded at payoff"
           END-IF.

       COMPUTE-INTEREST-TO-DATE.
      *    Interest not yet accrued from the loan's last accrual
      *    date up to WS-GOOD-THROUGH-DATE - one per-diem, the
      *    figure LOANACCR adds each night, for every calendar
      *    day in between. A loan never accrued counts from its
      *    origination date.
           MOVE ZERO TO WS-PER-DIEM-AMOUNT
           MOVE ZERO TO WS-INTEREST-TO-DATE
           MOVE ZERO TO WS-ACCRUAL-DAYS
           IF LN-PRINCIPAL-BALANCE > ZERO
               COMPUTE WS-PER-DIEM-AMOUNT ROUNDED =
                   LN-PRINCIPAL-BALANCE * LN-ANNUAL-RATE / 365
           END-IF
           IF LN-LAST-ACCRUAL-DATE > ZERO
               MOVE LN-LAST-ACCRUAL-DATE TO WS-ACCRUAL-FROM-DATE
           ELSE
               MOVE LN-ORIGINATION-DATE TO WS-ACCRUAL-FROM-DATE
           END-IF
           IF WS-ACCRUAL-FROM-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCRUAL-FROM-DATE TO WS-DATE-WORK
           PERFORM UNTIL WS-DATE-WORK >= WS-GOOD-THROUGH-DATE
                   OR WS-ACCRUAL-DAYS >= WS-ACCRUAL-DAY-LIMIT
               PERFORM ADD-ONE-CALENDAR-DAY
               ADD 1 TO WS-ACCRUAL-DAYS
           END-PERFORM
           COMPUTE WS-INTEREST-TO-DATE =
               WS-PER-DIEM-AMOUNT * WS-ACCRUAL-DAYS.

       ADD-ONE-CALENDAR-DAY.
      *    Split WS-DATE-WORK, add a day and roll month/year
      *    when the day runs past the month's length
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-LN-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-LN-MONTH
               REMAINDER WS-LN-DAY
           PERFORM COMPUTE-DAYS-IN-MONTH
           ADD 1 TO WS-LN-DAY
           IF WS-LN-DAY > WS-MAX-DAY-IN-MONTH
               MOVE 1 TO WS-LN-DAY
               ADD 1 TO WS-LN-MONTH
               IF WS-LN-MONTH > 12
                   MOVE 1 TO WS-LN-MONTH
                   ADD 1 TO WS-LN-YEAR
               END-IF
           END-IF
           COMPUTE WS-DATE-WORK =
               WS-LN-YEAR * 10000 + WS-LN-MONTH * 100 + WS-LN-DAY.

       COMPUTE-DAYS-IN-MONTH.
      *    Same simplified leap-year rule STANDORD uses - every
      *    year divisible by 4, accurate for every year this
      *    system will realistically run against
           MOVE WS-DAYS-IN-MONTH(WS-LN-MONTH) TO WS-MAX-DAY-IN-MONTH
           IF WS-LN-MONTH = 2
               DIVIDE WS-LN-YEAR BY 4 GIVING WS-LEAP-YEAR-QUOTIENT
                   REMAINDER WS-LEAP-YEAR-REMAINDER
               IF WS-LEAP-YEAR-REMAINDER = 0
                   ADD 1 TO WS-MAX-DAY-IN-MONTH
               END-IF
           END-IF.

       ACCRUE-LOAN-TO-BUSINESS-DATE.
      *    Bring the loan's interest up to the business date
      *    before it is paid off, so the payoff collects every
      *    day the borrower had the money. The accrual date is
      *    stamped as LOANACCR would stamp it, so tonight's run
      *    does not accrue the same date again. Leaves the
      *    loan's figures in the record area and the payoff in
      *    WS-PAYOFF-AMOUNT.
           OPEN I-O LOAN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening loan master, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-NUMBER-ARG TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Error: Loan " WS-LOAN-NUMBER-ARG
                           " not found"
                   SET ERROR-OCCURRED TO TRUE
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT LN-ACTIVE
               DISPLAY "Error: Loan " WS-LOAN-NUMBER-ARG
                       " is not active - status " LN-STATUS
               SET ERROR-OCCURRED TO TRUE
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-GOOD-THROUGH-DATE
           PERFORM COMPUTE-INTEREST-TO-DATE
           IF WS-ACCRUAL-DAYS > ZERO
               ADD WS-INTEREST-TO-DATE TO LN-ACCRUED-INTEREST
               MOVE WS-BUSINESS-DATE TO LN-LAST-ACCRUAL-DATE
               REWRITE LOAN-RECORD
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error rewriting loan " LN-LOAN-NUMBER
                           " status: " WS-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INTEREST-TO-DATE TO WS-DISPLAY-AMOUNT
               MOVE WS-ACCRUAL-DAYS TO WS-DISPLAY-DAYS
               DISPLAY "Interest of $" WS-DISPLAY-AMOUNT
                       " accrued for " WS-DISPLAY-DAYS
                       " days to " WS-BUSINESS-DATE
           END-IF
           CLOSE LOAN-FILE
           COMPUTE WS-PAYOFF-AMOUNT =
               LN-PRINCIPAL-BALANCE + LN-ACCRUED-INTEREST +
               LN-UNPAID-FEES.

       POST-ACCOUNT-PAYOFF.
      *    Payoff drawn from a deposit account. No amount means
      *    the full payoff; more than the payoff draws only the
      *    payoff, so nothing is left sitting on a closed loan.
           PERFORM ACCRUE-LOAN-TO-BUSINESS-DATE
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT-ARG > ZERO
               MOVE WS-AMOUNT-ARG TO WS-FUNDS-AMOUNT
           ELSE
               MOVE WS-PAYOFF-AMOUNT TO WS-FUNDS-AMOUNT
           END-IF
           MOVE WS-ACCOUNT-ARG TO WS-DEPOSIT-ACCOUNT
           IF WS-DEPOSIT-ACCOUNT = ZERO
               MOVE LN-PAYMENT-ACCOUNT TO WS-DEPOSIT-ACCOUNT
           END-IF
           PERFORM APPLY-PAYOFF-FUNDS
           IF ERROR-OCCURRED
               EXIT PARAGRAPH
           END-IF
           IF WS-OVERAGE-AMOUNT > ZERO
               MOVE WS-OVERAGE-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "Overage of $" WS-DISPLAY-AMOUNT
                       " not drawn from " WS-DEPOSIT-ACCOUNT
           END-IF.

       POST-WIRE-PAYOFF.
      *    Payoff funded by a wire held on the review queue. The
      *    wire is credited to the borrower's deposit account
      *    and the payoff drawn from there, so any overage stays
      *    in that account as the borrower's refund.
           OPEN I-O WIRE-SUSPENSE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No wires held for review"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HELD-WIRE
           IF SUSPENSE-REC-NOT-FOUND
               DISPLAY "Error: No held wire with sequence "
                       WS-SEQ-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE WIRE-SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCRUE-LOAN-TO-BUSINESS-DATE
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE WIRE-SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ARG TO WS-DEPOSIT-ACCOUNT
           IF WS-DEPOSIT-ACCOUNT = ZERO
               MOVE LN-PAYMENT-ACCOUNT TO WS-DEPOSIT-ACCOUNT
           END-IF
           IF WS-DEPOSIT-ACCOUNT = ZERO
               DISPLAY "Error: Loan " LN-LOAN-NUMBER
                       " has no deposit account to receive the "
                       "wire - name one on the command"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE WIRE-SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM CREDIT-WIRE-TO-DEPOSIT-ACCOUNT
           IF WIRE-NOT-CREDITED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE WIRE-SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WSU-STATUS
           REWRITE WIRE-SUSPENSE-RECORD
           CLOSE WIRE-SUSPENSE-FILE
           MOVE WSU-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Held wire " WS-SEQ-ARG " for $" WS-DISPLAY-AMOUNT
                   " credited to " WS-DEPOSIT-ACCOUNT " by "
                   WS-TELLER-ID-PARM
           MOVE WSU-AMOUNT TO WS-FUNDS-AMOUNT
           PERFORM APPLY-PAYOFF-FUNDS
           IF ERROR-OCCURRED
               DISPLAY "Wire funds remain in account "
                       WS-DEPOSIT-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-OVERAGE-AMOUNT > ZERO
               MOVE WS-OVERAGE-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "Overage of $" WS-DISPLAY-AMOUNT
                       " refunded to account " WS-DEPOSIT-ACCOUNT
           END-IF.

       FIND-HELD-WIRE.
      *    Locate the held queue entry named by the command's
      *    sequence argument, leaving the file positioned so the
      *    caller can REWRITE the record's status in place
           SET SUSPENSE-REC-NOT-FOUND TO TRUE
           SET WS-SUS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SUS-EOF OR SUSPENSE-REC-FOUND
               READ WIRE-SUSPENSE-FILE
                   AT END
                       SET WS-SUS-EOF TO TRUE
                   NOT AT END
                       IF WSU-SEQUENCE = WS-SEQ-ARG AND WSU-HELD
                           SET SUSPENSE-REC-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       CREDIT-WIRE-TO-DEPOSIT-ACCOUNT.
      *    Post the wire as an ordinary incoming-wire credit, the
      *    same entry WIREIN makes for a matched wire
           SET WIRE-NOT-CREDITED TO TRUE
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEPOSIT-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Deposit account "
                           WS-DEPOSIT-ACCOUNT " not found"
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS NOT = "A"
               DISPLAY "Error: Deposit account "
                       WS-DEPOSIT-ACCOUNT " is not active"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-BRANCH TO WS-POSTING-BRANCH
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "WIREIN" TO WS-AUDIT-OPERATION
           ADD WSU-AMOUNT TO ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error posting wire to " WS-DEPOSIT-ACCOUNT
                       " status: " WS-FILE-STATUS
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM RECORD-WIRE-CREDIT-TRANSACTION
           CLOSE ACCOUNT-FILE
           SET WIRE-CREDITED TO TRUE.

       RECORD-WIRE-CREDIT-TRANSACTION.
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE WS-DEPOSIT-ACCOUNT TO TXN-FROM-ACCOUNT
           MOVE ZERO TO TXN-TO-ACCOUNT
           MOVE ZERO TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
           MOVE WS-TELLER-ID-PARM TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE "D" TO TXN-TYPE
           MOVE WSU-AMOUNT TO TXN-AMOUNT
           MOVE SPACES TO TXN-DESCRIPTION
           STRING "WIRE IN " DELIMITED BY SIZE
                  WSU-ORIG-NAME DELIMITED BY SIZE
                  INTO TXN-DESCRIPTION
           END-STRING
           MOVE "P" TO TXN-STATUS
      *    A wire is not a currency transaction - the BSA
      *    cash-reporting flag never applies
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

       APPLY-PAYOFF-FUNDS.
      *    Apply WS-FUNDS-AMOUNT from WS-DEPOSIT-ACCOUNT against
      *    the payoff in WS-PAYOFF-AMOUNT through LOANPOST. Funds
      *    beyond the payoff are not applied; funds short of it
      *    are applied and the loan stays open.
           MOVE ZERO TO WS-OVERAGE-AMOUNT
           IF WS-FUNDS-AMOUNT > WS-PAYOFF-AMOUNT
               COMPUTE WS-OVERAGE-AMOUNT =
                   WS-FUNDS-AMOUNT - WS-PAYOFF-AMOUNT
               MOVE WS-PAYOFF-AMOUNT TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-FUNDS-AMOUNT TO WS-APPLY-AMOUNT
           END-IF
           IF WS-APPLY-AMOUNT <= ZERO
               DISPLAY "Error: Nothing to apply to loan "
                       LN-LOAN-NUMBER
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LN-LOAN-NUMBER TO WS-CALL-LOAN-NUMBER
           MOVE WS-DEPOSIT-ACCOUNT TO WS-CALL-FUNDING-ACCOUNT
           MOVE WS-APPLY-AMOUNT TO WS-CALL-AMOUNT
           CALL "LOANPOST" USING WS-CALL-LOAN-NUMBER
                                 WS-CALL-FUNDING-ACCOUNT
                                 WS-CALL-AMOUNT
                                 WS-TELLER-ID-PARM
                                 WS-CALL-RETURN-CODE
           IF WS-CALL-RETURN-CODE NOT = ZERO
               DISPLAY "Error: Payoff of loan " WS-CALL-LOAN-NUMBER
                       " not posted"
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FINISH-PAYOFF.

       FINISH-PAYOFF.
      *    Re-read the loan as LOANPOST left it - paid in full
      *    gets the letter and closes out any collector queue
      *    entry; anything less is a short payoff and the loan
      *    stays open for the balance
           OPEN INPUT LOAN-FILE
           MOVE WS-CALL-LOAN-NUMBER TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE LOAN-FILE
           IF LN-PAID-OFF
               PERFORM WRITE-PAID-IN-FULL-LETTER
               PERFORM CLOSE-QUEUE-ENTRY
               DISPLAY "Loan " LN-LOAN-NUMBER " paid off by "
                       WS-TELLER-ID-PARM
           ELSE
               COMPUTE WS-PAYOFF-AMOUNT =
                   LN-PRINCIPAL-BALANCE + LN-ACCRUED-INTEREST +
                   LN-UNPAID-FEES
               MOVE WS-PAYOFF-AMOUNT TO WS-DISPLAY-BALANCE
               DISPLAY "Short payoff - loan " LN-LOAN-NUMBER
                       " remains open with $" WS-DISPLAY-BALANCE
                       " still owed"
           END-IF.

       WRITE-PAID-IN-FULL-LETTER.
      *    The paid-in-full letter, addressed from the customer
      *    master the same way LOANLATE's notices are
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Warning: customer master not available - "
                       "paid-in-full letter for loan "
                       LN-LOAN-NUMBER " not generated"
               EXIT PARAGRAPH
           END-IF
           MOVE LN-CUSTOMER-ID TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Warning: no customer record for "
                           "loan " LN-LOAN-NUMBER
                           " - paid-in-full letter not generated"
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CUSTOMER-FILE
           MOVE CUS-CUSTOMER-ID TO WS-MAIL-HOLD-CUSTOMER
           PERFORM MAIL-HOLD-START
           OPEN EXTEND LETTER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE LETTER-FILE
               OPEN OUTPUT LETTER-FILE
           END-IF
           MOVE "--------------------------------------------" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Date: " WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE CUS-CUSTOMER-NAME TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE CUS-ADDRESS-LINE-1 TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           IF CUS-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUS-ADDRESS-LINE-2 TO LETTER-LINE
               PERFORM PUT-LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING CUS-CITY ", " CUS-STATE " " CUS-ZIP-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "RE: Loan " LN-LOAN-NUMBER " - PAID IN FULL"
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Your loan was paid in full on "
                  WS-EDIT-BUSINESS-DATE "."
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE LN-ORIGINAL-PRINCIPAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "  Original principal:     $" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  Date of loan:            " LN-ORIGINATION-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "No further payments are due. Any lien we hold" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "will be released and the release sent to you" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "under separate cover. Thank you for banking with us."
               TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM MAIL-HOLD-END
           CLOSE LETTER-FILE
           IF MAIL-HELD
               DISPLAY "Customer's mail is returned - paid-in-full "
                       "letter held for pickup (RETMAIL HELD)"
           ELSE
               DISPLAY "Paid-in-full letter written to "
                       "data/LOANLTRS.DAT"
           END-IF.

       CLOSE-QUEUE-ENTRY.
      *    A loan paid off while on the collector queue is
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
                           MOVE WS-TELLER-ID-PARM TO COL-COLLECTOR-ID
                           MOVE WS-BUSINESS-DATE TO COL-NOTE-DATE
                           MOVE "LOAN PAID OFF" TO COL-NOTE
                           REWRITE COLLECTION-QUEUE-RECORD
                           SET WS-COLQ-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLECTION-QUEUE-FILE.

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

       MAIL-HOLD-START.
      *    Ask MAILHOLD whether this letter is to be mailed or
      *    held for pickup - WS-MAIL-HOLD-CUSTOMER already loaded
           MOVE "S" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG
           IF MAIL-HELD
               ADD 1 TO WS-ITEMS-HELD
           END-IF.

       PUT-LETTER-LINE.
      *    Mail the line, or file it with the held item
           IF MAIL-HELD
               MOVE LETTER-LINE TO WS-MAIL-HOLD-LINE
               MOVE "L" TO WS-MAIL-HOLD-ACTION
               CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                     WS-MAIL-HOLD-SOURCE
                                     WS-MAIL-HOLD-CUSTOMER
                                     WS-MAIL-HOLD-LINE
                                     WS-MAIL-HOLD-FLAG
           ELSE
               WRITE LETTER-LINE
           END-IF.

       MAIL-HOLD-END.
           MOVE "E" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG.

       END PROGRAM LOANPYOF.
