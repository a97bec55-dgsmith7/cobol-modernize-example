       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPRC.
      *********************************************************
      * LOANRPRC - Nightly Variable-Rate Loan Repricing
      * Home-equity lines and prime-plus commercial loans were
      * repriced on spreadsheets because every loan on the
      * master carried one fixed rate forever. This EODRUN
      * step reprices every variable-rate loan (LN-RATE-TYPE V)
      * whose reset date has arrived:
      *   - the new rate is the loan's index rate from
      *     INDEXRT.DAT plus its margin, held between the
      *     loan's floor and cap. An index rate keyed ahead of
      *     its effective date leaves the prior rate in force.
      *   - LN-PAYMENT-AMOUNT is recast to amortize the
      *     principal outstanding over the installments left to
      *     LN-MATURITY-DATE at the new rate, starting with the
      *     next payment due.
      *   - the change is logged to the rate history
      *     (RATEHIST.DAT), and a rate-change notice showing the
      *     old and new rate and payment is written to the
      *     letter file, addressed from the customer master,
      *     ahead of the first payment at the new amount.
      *   - the reset date rolls forward LN-RESET-MONTHS.
      * The step runs ahead of LOANACCR, so interest accrues at
      * the new rate from the reset date itself. A reset that
      * leaves the rate unchanged just rolls the reset date. A
      * loan whose index is not on file is reported and left
      * for the next run rather than repriced on a guess.
      * A customer whose mail is marked returned (RETMAIL) is
      * not mailed - the rate notice is held for pickup through
      * MAILHOLD instead.
      *
      * Usage: LOANRPRC (no parameters - checks every loan)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Loan master file - indexed by loan number
           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Index rate file maintained by LOANMNT INDEX
           SELECT INDEX-RATE-FILE ASSIGN TO "data/INDEXRT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-INDEX-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - the notices are addressed from here
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Borrower letters for the mail room, plain text - the
      *    same file LOANLATE's delinquency notices go to
           SELECT LETTER-FILE ASSIGN TO "data/LOANLTRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Rate change history, appended to
           SELECT RATE-HISTORY-FILE ASSIGN TO "data/RATEHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  INDEX-RATE-FILE.
           COPY "copybooks/INDEX-RATE-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  RATE-HISTORY-FILE.
           COPY "copybooks/RATE-CHANGE-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Repricing working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-INDEX-FILE-FLAG          PIC X(1) VALUE 'N'.
           88  INDEX-FILE-OPEN         VALUE 'Y'.
           88  INDEX-FILE-CLOSED       VALUE 'N'.
       01  WS-CUSTOMER-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  CUSTOMER-FOUND          VALUE 'Y'.
           88  CUSTOMER-NOT-FOUND      VALUE 'N'.

      *    The index rate in force and the rate it produces -
      *    signed so a negative margin below a low index is
      *    caught by the floor instead of wrapping
       01  WS-INDEX-RATE               PIC 9V9(4).
       01  WS-CALC-RATE                PIC S9V9(4).
       01  WS-NEW-RATE                 PIC 9V9(4).
       01  WS-OLD-RATE                 PIC 9V9(4).
       01  WS-OLD-PAYMENT              PIC 9(8)V99 COMP-3.
       01  WS-LIMIT-APPLIED            PIC X(1).
       01  WS-RESET-DATE               PIC 9(8).

      *    Payment recast - level payment over the installments
      *    left at the new monthly rate
       01  WS-INSTALLMENTS-LEFT        PIC 9(3).
       01  WS-MONTH-SPAN               PIC S9(5).
       01  WS-MONTHLY-RATE             PIC 9V9(12) COMP-3.
       01  WS-GROWTH-FACTOR            PIC 9(6)V9(12) COMP-3.

      *    Month arithmetic - WS-WORK-DATE rolled forward
      *    WS-MONTHS-TO-ADD months, clamped to a real calendar
      *    day the same way LOANPOST rolls the due date
       01  WS-WORK-DATE                PIC 9(8).
       01  WS-MONTHS-TO-ADD            PIC 9(3).
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-LN-YEAR                  PIC 9(4).
       01  WS-LN-MONTH                 PIC 9(2).
       01  WS-LN-DAY                   PIC 9(2).
       01  WS-DUE-YEAR                 PIC 9(4).
       01  WS-DUE-MONTH                PIC 9(2).
       01  WS-DUE-DAY                  PIC 9(2).
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
      *    Guard against a damaged reset date rolling forever
       01  WS-ROLL-LIMIT               PIC 9(3) VALUE 360.
       01  WS-ROLL-STEPS               PIC 9(3).

      *    Run counters
       01  WS-LOANS-EXAMINED           PIC 9(7) VALUE ZERO.
       01  WS-LOANS-DUE                PIC 9(7) VALUE ZERO.
       01  WS-LOANS-REPRICED           PIC 9(7) VALUE ZERO.
       01  WS-LOANS-UNCHANGED          PIC 9(7) VALUE ZERO.
       01  WS-LOANS-HELD               PIC 9(7) VALUE ZERO.
       01  WS-NOTICES-WRITTEN          PIC 9(7) VALUE ZERO.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.
       01  WS-EDIT-NOTICE-DATE         PIC 9999/99/99.
       01  WS-PERCENT-WORK             PIC 99V999.
       01  WS-DISPLAY-PERCENT          PIC Z9.999.
       01  WS-DISPLAY-OLD-PERCENT      PIC Z9.999.
       01  WS-DISPLAY-RATE             PIC 9.9999.

      *    Returned-mail hold - a letter to a customer whose
      *    address is marked undeliverable is handed to MAILHOLD
      *    and held for pickup instead of being mailed
       01  WS-MAIL-HOLD-ACTION         PIC X(1).
       01  WS-MAIL-HOLD-SOURCE         PIC X(9) VALUE "LOANRPRC ".
       01  WS-MAIL-HOLD-CUSTOMER       PIC 9(10).
       01  WS-MAIL-HOLD-LINE           PIC X(100) VALUE SPACES.
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  MAIL-HELD               VALUE 'Y'.
           88  MAIL-NOT-HELD           VALUE 'N'.
       01  WS-ITEMS-HELD               PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM OPEN-LOAN-FILE
           OPEN INPUT INDEX-RATE-FILE
           IF WS-FILE-STATUS = "00"
               SET INDEX-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Warning: no index rate file - variable-rate "
                       "loans due tonight are held"
           END-IF
           PERFORM UNTIL WS-EOF
               READ LOAN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-LOAN
               END-READ
           END-PERFORM
           IF INDEX-FILE-OPEN
               CLOSE INDEX-RATE-FILE
           END-IF
           CLOSE LOAN-FILE
           PERFORM DISPLAY-RUN-SUMMARY
      *    GOBACK rather than STOP RUN so this job can run as a
      *    called step under the EODRUN nightly driver as well as
      *    standalone - RETURN-CODE carries the result either way
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
           MOVE WS-BUSINESS-DATE TO WS-EDIT-BUSINESS-DATE.

       GET-BUSINESS-DATE.
      *    Reset dates are measured against the posting business
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

       OPEN-LOAN-FILE.
           OPEN I-O LOAN-FILE
           IF WS-FILE-STATUS = "35"
      *        No loan master yet - nothing to reprice, and the
      *        nightly chain should not halt over it
               DISPLAY "No loan master on file - nothing to reprice"
               MOVE ZERO TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening loan master, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.

       PROCESS-ONE-LOAN.
           ADD 1 TO WS-LOANS-EXAMINED
           IF NOT LN-ACTIVE OR NOT LN-VARIABLE-RATE
               EXIT PARAGRAPH
           END-IF
           IF LN-NEXT-RESET-DATE = ZERO OR
              LN-NEXT-RESET-DATE > WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOANS-DUE

           PERFORM FIND-INDEX-RATE
           IF ERROR-OCCURRED
               SET NO-ERROR TO TRUE
               ADD 1 TO WS-LOANS-HELD
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-NEW-RATE

           MOVE LN-ANNUAL-RATE TO WS-OLD-RATE
           MOVE LN-PAYMENT-AMOUNT TO WS-OLD-PAYMENT
           MOVE LN-NEXT-RESET-DATE TO WS-RESET-DATE
           PERFORM ROLL-RESET-DATE

           IF WS-NEW-RATE = WS-OLD-RATE
               ADD 1 TO WS-LOANS-UNCHANGED
               PERFORM REWRITE-LOAN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-RATE TO LN-ANNUAL-RATE
           PERFORM RECAST-PAYMENT
           PERFORM REWRITE-LOAN
           IF ERROR-OCCURRED
               SET NO-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-RATE-HISTORY
           PERFORM SEND-RATE-CHANGE-NOTICE
           ADD 1 TO WS-LOANS-REPRICED
           MOVE WS-OLD-RATE TO WS-DISPLAY-RATE
           DISPLAY "Loan " LN-LOAN-NUMBER " repriced from "
                   WS-DISPLAY-RATE WITH NO ADVANCING
           MOVE WS-NEW-RATE TO WS-DISPLAY-RATE
           MOVE LN-PAYMENT-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY " to " WS-DISPLAY-RATE " - payment $"
                   WS-DISPLAY-AMOUNT.

       FIND-INDEX-RATE.
      *    The index rate in force on the business date - the
      *    prior rate still stands when a new one has been keyed
      *    ahead of its effective date
           IF INDEX-FILE-CLOSED
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE LN-INDEX-CODE TO IDX-INDEX-CODE
           READ INDEX-RATE-FILE
               INVALID KEY
                   DISPLAY "Warning: index " LN-INDEX-CODE
                           " not on file - loan " LN-LOAN-NUMBER
                           " held for the next run"
                   SET ERROR-OCCURRED TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF IDX-EFFECTIVE-DATE <= WS-BUSINESS-DATE
               MOVE IDX-RATE TO WS-INDEX-RATE
           ELSE
               MOVE IDX-PRIOR-RATE TO WS-INDEX-RATE
           END-IF.

       COMPUTE-NEW-RATE.
      *    Index plus margin, held to the floor and the cap
           MOVE SPACE TO WS-LIMIT-APPLIED
           COMPUTE WS-CALC-RATE = WS-INDEX-RATE + LN-RATE-MARGIN
           IF WS-CALC-RATE < LN-RATE-FLOOR
               MOVE LN-RATE-FLOOR TO WS-CALC-RATE
               MOVE "F" TO WS-LIMIT-APPLIED
           END-IF
           IF LN-RATE-CAP > ZERO AND
              WS-CALC-RATE > LN-RATE-CAP
               MOVE LN-RATE-CAP TO WS-CALC-RATE
               MOVE "C" TO WS-LIMIT-APPLIED
           END-IF
           IF WS-CALC-RATE < ZERO
               MOVE ZERO TO WS-CALC-RATE
           END-IF
           MOVE WS-CALC-RATE TO WS-NEW-RATE.

       ROLL-RESET-DATE.
      *    Next reset one period on - further if runs were
      *    missed, so the reset date always lands in the future
           MOVE ZERO TO WS-ROLL-STEPS
           MOVE LN-NEXT-RESET-DATE TO WS-WORK-DATE
           MOVE LN-RESET-MONTHS TO WS-MONTHS-TO-ADD
           IF WS-MONTHS-TO-ADD = ZERO
               MOVE 12 TO WS-MONTHS-TO-ADD
           END-IF
           PERFORM UNTIL WS-WORK-DATE > WS-BUSINESS-DATE
                   OR WS-ROLL-STEPS >= WS-ROLL-LIMIT
               PERFORM ADD-MONTHS-TO-DATE
               ADD 1 TO WS-ROLL-STEPS
           END-PERFORM
           MOVE WS-WORK-DATE TO LN-NEXT-RESET-DATE.

       RECAST-PAYMENT.
      *    Level payment that retires the principal outstanding
      *    over the installments left at the new rate:
      *      P * r * (1+r)**n / ((1+r)**n - 1)
      *    Loans booked before the maturity date was carried get
      *    it set from the origination date and term here.
           IF LN-MATURITY-DATE = ZERO
               MOVE LN-ORIGINATION-DATE TO WS-WORK-DATE
               MOVE LN-TERM-MONTHS TO WS-MONTHS-TO-ADD
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-WORK-DATE TO LN-MATURITY-DATE
           END-IF
           MOVE LN-NEXT-DUE-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-DUE-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-DUE-MONTH
               REMAINDER WS-DUE-DAY
           MOVE LN-MATURITY-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-LN-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-LN-MONTH
               REMAINDER WS-LN-DAY
           COMPUTE WS-MONTH-SPAN =
               (WS-LN-YEAR - WS-DUE-YEAR) * 12 +
               (WS-LN-MONTH - WS-DUE-MONTH) + 1
      *    Past maturity - what is left falls due at the next
      *    installment
           IF WS-MONTH-SPAN < 1
               MOVE 1 TO WS-MONTH-SPAN
           END-IF
           MOVE WS-MONTH-SPAN TO WS-INSTALLMENTS-LEFT
           IF LN-PRINCIPAL-BALANCE <= ZERO
               EXIT PARAGRAPH
           END-IF
           IF LN-ANNUAL-RATE = ZERO
               COMPUTE LN-PAYMENT-AMOUNT ROUNDED =
                   LN-PRINCIPAL-BALANCE / WS-INSTALLMENTS-LEFT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTHLY-RATE = LN-ANNUAL-RATE / 12
           COMPUTE WS-GROWTH-FACTOR =
               (1 + WS-MONTHLY-RATE) ** WS-INSTALLMENTS-LEFT
           COMPUTE LN-PAYMENT-AMOUNT ROUNDED =
               LN-PRINCIPAL-BALANCE * WS-MONTHLY-RATE *
               WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1).

       REWRITE-LOAN.
           REWRITE LOAN-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error rewriting loan " LN-LOAN-NUMBER
                       " status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       WRITE-RATE-HISTORY.
           OPEN EXTEND RATE-HISTORY-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE RATE-HISTORY-FILE
               OPEN OUTPUT RATE-HISTORY-FILE
           END-IF
           MOVE LN-LOAN-NUMBER TO RCH-LOAN-NUMBER
           MOVE WS-BUSINESS-DATE TO RCH-CHANGE-DATE
           MOVE LN-NEXT-DUE-DATE TO RCH-FIRST-PAYMENT-DATE
           MOVE LN-INDEX-CODE TO RCH-INDEX-CODE
           MOVE WS-INDEX-RATE TO RCH-INDEX-RATE
           MOVE LN-RATE-MARGIN TO RCH-MARGIN
           MOVE WS-OLD-RATE TO RCH-OLD-RATE
           MOVE WS-NEW-RATE TO RCH-NEW-RATE
           MOVE WS-OLD-PAYMENT TO RCH-OLD-PAYMENT
           MOVE LN-PAYMENT-AMOUNT TO RCH-NEW-PAYMENT
           MOVE "R" TO RCH-SOURCE
           MOVE WS-LIMIT-APPLIED TO RCH-LIMIT-APPLIED
           WRITE RATE-CHANGE-RECORD
           CLOSE RATE-HISTORY-FILE.

       SEND-RATE-CHANGE-NOTICE.
      *    The repricing stands whether or not the letter can be
      *    addressed - a missing customer record is reported for
      *    the mail room to chase by hand
           SET CUSTOMER-NOT-FOUND TO TRUE
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Warning: customer master not available - "
                       "no rate notice for loan " LN-LOAN-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE LN-CUSTOMER-ID TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Warning: no customer record for "
                           "loan " LN-LOAN-NUMBER
                           " - rate notice not generated"
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           CLOSE CUSTOMER-FILE
           IF CUSTOMER-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-NOTICE-LETTER
           ADD 1 TO WS-NOTICES-WRITTEN.

       WRITE-NOTICE-LETTER.
      *    The notice, addressed from the customer master's
      *    address block the same way LOANLATE's notices are
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
           STRING "RE: Loan " LN-LOAN-NUMBER
                  " - INTEREST RATE CHANGE NOTICE"
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE WS-RESET-DATE TO WS-EDIT-NOTICE-DATE
           MOVE SPACES TO LETTER-LINE
           STRING "The interest rate on your loan changed on "
                  WS-EDIT-NOTICE-DATE "."
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           COMPUTE WS-PERCENT-WORK = WS-INDEX-RATE * 100
           MOVE WS-PERCENT-WORK TO WS-DISPLAY-PERCENT
           MOVE SPACES TO LETTER-LINE
           STRING "  Index (" LN-INDEX-CODE ") rate:  "
                  WS-DISPLAY-PERCENT "%"
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           COMPUTE WS-PERCENT-WORK = WS-OLD-RATE * 100
           MOVE WS-PERCENT-WORK TO WS-DISPLAY-OLD-PERCENT
           COMPUTE WS-PERCENT-WORK = WS-NEW-RATE * 100
           MOVE WS-PERCENT-WORK TO WS-DISPLAY-PERCENT
           MOVE SPACES TO LETTER-LINE
           STRING "  Previous rate: " WS-DISPLAY-OLD-PERCENT
                  "%    New rate: " WS-DISPLAY-PERCENT "%"
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           EVALUATE WS-LIMIT-APPLIED
               WHEN "F"
                   MOVE "  (Your loan's minimum rate applies.)" TO
                       LETTER-LINE
                   PERFORM PUT-LETTER-LINE
               WHEN "C"
                   MOVE "  (Your loan's maximum rate applies.)" TO
                       LETTER-LINE
                   PERFORM PUT-LETTER-LINE
           END-EVALUATE
           MOVE WS-OLD-PAYMENT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "  Previous payment:     $" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE LN-PAYMENT-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "  New payment:          $" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE LN-NEXT-DUE-DATE TO WS-EDIT-NOTICE-DATE
           MOVE SPACES TO LETTER-LINE
           STRING "The new payment is due beginning "
                  WS-EDIT-NOTICE-DATE "."
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           IF LN-ESCROW-PAYMENT > ZERO
               MOVE "Your escrow payment is collected on top of it,"
                   TO LETTER-LINE
               PERFORM PUT-LETTER-LINE
               MOVE "unchanged." TO LETTER-LINE
               PERFORM PUT-LETTER-LINE
           END-IF
           MOVE LN-NEXT-RESET-DATE TO WS-EDIT-NOTICE-DATE
           MOVE SPACES TO LETTER-LINE
           STRING "Your rate is next subject to change on "
                  WS-EDIT-NOTICE-DATE "."
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM MAIL-HOLD-END
           CLOSE LETTER-FILE.

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
           PERFORM COMPUTE-DAYS-IN-MONTH
           IF WS-LN-DAY > WS-MAX-DAY-IN-MONTH
               MOVE WS-MAX-DAY-IN-MONTH TO WS-LN-DAY
           END-IF
           COMPUTE WS-WORK-DATE =
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

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "VARIABLE-RATE LOAN REPRICING COMPLETE"
           DISPLAY "======================================"
           DISPLAY "Loans examined:        " WS-LOANS-EXAMINED
           DISPLAY "Resets due:            " WS-LOANS-DUE
           DISPLAY "Loans repriced:        " WS-LOANS-REPRICED
           DISPLAY "Rate unchanged:        " WS-LOANS-UNCHANGED
           DISPLAY "Held - index missing:  " WS-LOANS-HELD
           DISPLAY "Notices generated:     " WS-NOTICES-WRITTEN
           DISPLAY "Held for pickup:       " WS-ITEMS-HELD
           DISPLAY "Notices in data/LOANLTRS.DAT, rate history in "
                   "data/RATEHIST.DAT"
           DISPLAY " ".

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

       END PROGRAM LOANRPRC.
