       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBILL.
      *********************************************************
      * LOANBILL - Nightly Loan Billing Statements and Coupons
      * Borrowers got no bill from us - the only loan output
      * was LOANAGE, after they were already late. This EODRUN
      * step bills each active loan LOAN-BILL-LEAD-DAYS ahead
      * of its next installment due date, once per
      * installment. The statement shows:
      *   - the principal balance on the last bill and the
      *     payments received since, split the way LOANPOST
      *     applied them (principal, interest, fees, escrow),
      *     which LOANPOST accumulates on the loan record;
      *   - the principal balance now;
      *   - the current installment (payment plus escrow), any
      *     installments already past due, unpaid late fees,
      *     and the total due;
      *   - a detachable payment coupon.
      * A loan on auto-pay (LN-PAYMENT-ACCOUNT set) gets a
      * short courtesy notice of the draft instead of a
      * statement and coupon. A delinquent loan is billed for
      * its next installment to fall due, with the missed ones
      * shown as past due. Statements are addressed from the
      * customer master and go to the report spool (LOANBILL)
      * for printing and mailing through SPOOLRPT. Runs after
      * LOANLATE so tonight's late fees are on the bill. A
      * customer whose mail is marked returned (RETMAIL) has the
      * bill held for pickup through MAILHOLD instead.
      * Days ahead are estimated the way LOANAGE ages (years as
      * 365 days, months as 30). Default lead: 15 days.
      *
      * Usage: LOANBILL (no parameters - checks every loan)
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

      *    Customer master - the statements are addressed from
      *    here
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT -
      *    the billing lead time is read from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

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

      *    Days ahead of the due date a loan is billed -
      *    PARAMS.DAT overlays this compiled default
       01  LOAN-BILL-LEAD-DAYS         PIC 9(3) VALUE 15.

      *    Billing working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-CUSTOMER-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  CUSTOMER-FOUND          VALUE 'Y'.
           88  CUSTOMER-NOT-FOUND      VALUE 'N'.

      *    The installment being billed - the oldest unpaid due
      *    date walked forward past the ones already missed
       01  WS-BILL-DUE-DATE            PIC 9(8).
       01  WS-INSTALLMENTS-PAST-DUE    PIC 9(3).
      *    Guard against a damaged due date walking forever
       01  WS-INST-LIMIT               PIC 9(3) VALUE 360.
       01  WS-DAYS-UNTIL-DUE           PIC S9(5).
       01  WS-INSTALLMENT-AMOUNT       PIC S9(10)V99 COMP-3.
       01  WS-PAST-DUE-AMOUNT          PIC S9(10)V99 COMP-3.
       01  WS-TOTAL-DUE                PIC S9(10)V99 COMP-3.
       01  WS-PAYMENTS-RECEIVED        PIC S9(10)V99 COMP-3.

      *    Split-out date fields for the day-difference estimate
       01  WS-DUE-YEAR                 PIC 9(4).
       01  WS-DUE-MONTH                PIC 9(2).
       01  WS-DUE-DAY                  PIC 9(2).
       01  WS-RUN-YEAR                 PIC 9(4).
       01  WS-RUN-MONTH                PIC 9(2).
       01  WS-RUN-DAY                  PIC 9(2).
       01  WS-DATE-WORK                PIC 9(8).

      *    Split-out date fields used to walk an installment date
      *    one month forward, clamped the same way LOANPOST
      *    advances LN-NEXT-DUE-DATE
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

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the statements can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the billing run.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "LOANBILL ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

      *    Returned-mail hold - a bill to a customer whose
      *    address is marked undeliverable is handed to MAILHOLD
      *    and held for pickup instead of going to the spool
       01  WS-MAIL-HOLD-ACTION         PIC X(1).
       01  WS-MAIL-HOLD-SOURCE         PIC X(9) VALUE "LOANBILL ".
       01  WS-MAIL-HOLD-CUSTOMER       PIC 9(10).
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  MAIL-HELD               VALUE 'Y'.
           88  MAIL-NOT-HELD           VALUE 'N'.
       01  WS-ITEMS-HELD               PIC 9(7) VALUE ZERO.

      *    Run counters
       01  WS-LOANS-EXAMINED           PIC 9(7) VALUE ZERO.
       01  WS-STATEMENTS-WRITTEN       PIC 9(7) VALUE ZERO.
       01  WS-COURTESY-WRITTEN         PIC 9(7) VALUE ZERO.
       01  WS-LOANS-HELD               PIC 9(7) VALUE ZERO.
       01  WS-BILLED-TOTAL             PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.
       01  WS-EDIT-BILL-DATE           PIC 9999/99/99.
       01  WS-DISPLAY-COUNT            PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM OPEN-LOAN-FILE
           PERFORM SPOOL-OPEN-RUN
           PERFORM UNTIL WS-EOF
               READ LOAN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           PERFORM SPOOL-CLOSE-RUN
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
           MOVE WS-BUSINESS-DATE TO WS-EDIT-BUSINESS-DATE
           PERFORM LOAD-OPERATIONAL-PARAMETERS.

       GET-BUSINESS-DATE.
      *    Lead time is measured from the posting business date,
      *    the same clock LOANLATE and LOANAGE run on
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
      *        No loan master yet - nothing to bill, and the
      *        nightly chain should not halt over it
               DISPLAY "No loan master on file - nothing to bill"
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
           IF NOT LN-ACTIVE OR LN-NEXT-DUE-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INSTALLMENT-TO-BILL
           IF LN-LAST-BILL-DUE-DATE >= WS-BILL-DUE-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-DAYS-UNTIL-DUE
           IF WS-DAYS-UNTIL-DUE > LOAN-BILL-LEAD-DAYS
               EXIT PARAGRAPH
           END-IF

           SET CUSTOMER-NOT-FOUND TO TRUE
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS = "00"
               MOVE LN-CUSTOMER-ID TO CUS-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF
           IF CUSTOMER-NOT-FOUND
               DISPLAY "Warning: no customer record for loan "
                       LN-LOAN-NUMBER " - bill held for the next run"
               ADD 1 TO WS-LOANS-HELD
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-INSTALLMENT-AMOUNT =
               LN-PAYMENT-AMOUNT + LN-ESCROW-PAYMENT
           COMPUTE WS-PAST-DUE-AMOUNT =
               WS-INSTALLMENTS-PAST-DUE * WS-INSTALLMENT-AMOUNT
           COMPUTE WS-TOTAL-DUE =
               WS-INSTALLMENT-AMOUNT + WS-PAST-DUE-AMOUNT +
               LN-UNPAID-FEES
           COMPUTE WS-PAYMENTS-RECEIVED =
               LN-CYCLE-PRINCIPAL-PAID + LN-CYCLE-INTEREST-PAID +
               LN-CYCLE-FEES-PAID + LN-CYCLE-ESCROW-PAID
           MOVE CUS-CUSTOMER-ID TO WS-MAIL-HOLD-CUSTOMER
           PERFORM MAIL-HOLD-START
           IF LN-PAYMENT-ACCOUNT > ZERO
               PERFORM WRITE-COURTESY-NOTICE
               ADD 1 TO WS-COURTESY-WRITTEN
           ELSE
               PERFORM WRITE-BILLING-STATEMENT
               ADD 1 TO WS-STATEMENTS-WRITTEN
           END-IF
           PERFORM MAIL-HOLD-END
           ADD WS-TOTAL-DUE TO WS-BILLED-TOTAL

      *    Start the next cycle - this bill's balance becomes the
      *    next one's prior balance
           MOVE WS-BUSINESS-DATE TO LN-LAST-BILL-DATE
           MOVE WS-BILL-DUE-DATE TO LN-LAST-BILL-DUE-DATE
           MOVE LN-PRINCIPAL-BALANCE TO LN-BILL-PRIOR-BALANCE
           MOVE ZERO TO LN-CYCLE-PRINCIPAL-PAID
           MOVE ZERO TO LN-CYCLE-INTEREST-PAID
           MOVE ZERO TO LN-CYCLE-FEES-PAID
           MOVE ZERO TO LN-CYCLE-ESCROW-PAID
           REWRITE LOAN-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error rewriting loan " LN-LOAN-NUMBER
                       " status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       FIND-INSTALLMENT-TO-BILL.
      *    The next installment to fall due on or after the
      *    business date - every unpaid one before it is already
      *    past due
           MOVE ZERO TO WS-INSTALLMENTS-PAST-DUE
           MOVE LN-NEXT-DUE-DATE TO WS-BILL-DUE-DATE
           PERFORM UNTIL WS-BILL-DUE-DATE >= WS-BUSINESS-DATE
                   OR WS-INSTALLMENTS-PAST-DUE >= WS-INST-LIMIT
               ADD 1 TO WS-INSTALLMENTS-PAST-DUE
               PERFORM ADVANCE-INSTALLMENT-DATE
           END-PERFORM.

       COMPUTE-DAYS-UNTIL-DUE.
      *    Estimate the day count from the business date to the
      *    installment being billed - years as 365 days, months
      *    as 30 - the same estimate LOANAGE buckets with
           MOVE WS-BILL-DUE-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-DUE-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-DUE-MONTH
               REMAINDER WS-DUE-DAY
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-RUN-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-RUN-MONTH
               REMAINDER WS-RUN-DAY
           COMPUTE WS-DAYS-UNTIL-DUE =
               (WS-DUE-YEAR - WS-RUN-YEAR) * 365 +
               (WS-DUE-MONTH - WS-RUN-MONTH) * 30 +
               (WS-DUE-DAY - WS-RUN-DAY).

       WRITE-ADDRESS-BLOCK.
      *    Statement heading and the customer master's address
      *    block, the same block LOANLATE's notices carry
           MOVE "============================================" TO
               WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           STRING "Statement date: " WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           PERFORM SPOOL-ONE-LINE
           MOVE CUS-CUSTOMER-NAME TO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           MOVE CUS-ADDRESS-LINE-1 TO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           IF CUS-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUS-ADDRESS-LINE-2 TO WS-SPOOL-LINE
               PERFORM SPOOL-ONE-LINE
           END-IF
           STRING CUS-CITY ", " CUS-STATE " " CUS-ZIP-CODE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           PERFORM SPOOL-ONE-LINE.

       WRITE-BILLING-STATEMENT.
           PERFORM WRITE-ADDRESS-BLOCK
           STRING "LOAN BILLING STATEMENT - Loan " LN-LOAN-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           PERFORM SPOOL-ONE-LINE
           MOVE LN-BILL-PRIOR-BALANCE TO WS-DISPLAY-BALANCE
           STRING "Principal balance last statement  $"
                  WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           MOVE WS-PAYMENTS-RECEIVED TO WS-DISPLAY-BALANCE
           STRING "Payments received since           $"
                  WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           MOVE LN-CYCLE-PRINCIPAL-PAID TO WS-DISPLAY-BALANCE
           STRING "    Applied to principal          $"
                  WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           MOVE LN-CYCLE-INTEREST-PAID TO WS-DISPLAY-BALANCE
           STRING "    Applied to interest           $"
                  WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           IF LN-CYCLE-FEES-PAID > ZERO
               MOVE LN-CYCLE-FEES-PAID TO WS-DISPLAY-BALANCE
               STRING "    Applied to late fees          $"
                      WS-DISPLAY-BALANCE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-ONE-LINE
           END-IF
           IF LN-CYCLE-ESCROW-PAID > ZERO
               MOVE LN-CYCLE-ESCROW-PAID TO WS-DISPLAY-BALANCE
               STRING "    Applied to escrow             $"
                      WS-DISPLAY-BALANCE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-ONE-LINE
           END-IF
           MOVE LN-PRINCIPAL-BALANCE TO WS-DISPLAY-BALANCE
           STRING "Principal balance now             $"
                  WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           PERFORM SPOOL-ONE-LINE
           MOVE WS-BILL-DUE-DATE TO WS-EDIT-BILL-DATE
           MOVE WS-INSTALLMENT-AMOUNT TO WS-DISPLAY-BALANCE
           STRING "Current payment due " WS-EDIT-BILL-DATE
                  "    $" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           IF LN-ESCROW-PAYMENT > ZERO
               MOVE LN-ESCROW-PAYMENT TO WS-DISPLAY-BALANCE
               STRING "    Includes escrow               $"
                      WS-DISPLAY-BALANCE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-ONE-LINE
           END-IF
           IF WS-INSTALLMENTS-PAST-DUE > ZERO
               MOVE WS-INSTALLMENTS-PAST-DUE TO WS-DISPLAY-COUNT
               MOVE WS-PAST-DUE-AMOUNT TO WS-DISPLAY-BALANCE
               STRING "Past due (" WS-DISPLAY-COUNT
                      " installments)        $" WS-DISPLAY-BALANCE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-ONE-LINE
           END-IF
           IF LN-UNPAID-FEES > ZERO
               MOVE LN-UNPAID-FEES TO WS-DISPLAY-BALANCE
               STRING "Unpaid late fees                  $"
                      WS-DISPLAY-BALANCE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-ONE-LINE
           END-IF
           MOVE WS-TOTAL-DUE TO WS-DISPLAY-BALANCE
           STRING "TOTAL AMOUNT DUE                  $"
                  WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           PERFORM SPOOL-ONE-LINE
      *    The coupon the borrower tears off and mails back
           MOVE "- - - - - - - - detach and return with your payment"
               TO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           STRING "COUPON  Loan " LN-LOAN-NUMBER "  "
                  LN-CUSTOMER-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           STRING "        Due " WS-EDIT-BILL-DATE
                  "  Amount due $" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           MOVE "        Amount enclosed $______________" TO
               WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           PERFORM SPOOL-ONE-LINE.

       WRITE-COURTESY-NOTICE.
      *    Auto-pay loans are not asked to send anything - the
      *    notice says what will be drawn, from where and when
           PERFORM WRITE-ADDRESS-BLOCK
           STRING "LOAN PAYMENT COURTESY NOTICE - Loan "
                  LN-LOAN-NUMBER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           PERFORM SPOOL-ONE-LINE
           MOVE WS-BILL-DUE-DATE TO WS-EDIT-BILL-DATE
           MOVE WS-TOTAL-DUE TO WS-DISPLAY-BALANCE
           STRING "Your payment of $" WS-DISPLAY-BALANCE
                  " will be drawn automatically"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           STRING "from account " LN-PAYMENT-ACCOUNT " on "
                  WS-EDIT-BILL-DATE "."
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           IF WS-INSTALLMENTS-PAST-DUE > ZERO OR
              LN-UNPAID-FEES > ZERO
               MOVE "This includes amounts past due and any unpaid"
                   TO WS-SPOOL-LINE
               PERFORM SPOOL-ONE-LINE
               MOVE "late fees." TO WS-SPOOL-LINE
               PERFORM SPOOL-ONE-LINE
           END-IF
           MOVE LN-PRINCIPAL-BALANCE TO WS-DISPLAY-BALANCE
           STRING "Principal balance now             $"
                  WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           MOVE "No coupon is needed. Please keep funds available."
               TO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           PERFORM SPOOL-ONE-LINE.

       ADVANCE-INSTALLMENT-DATE.
      *    Roll WS-BILL-DUE-DATE one month, clamped to a real
      *    calendar day the same way LOANPOST rolls the due date
           DIVIDE WS-BILL-DUE-DATE BY 10000 GIVING WS-LN-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-LN-MONTH
               REMAINDER WS-LN-DAY
           ADD 1 TO WS-LN-MONTH
           IF WS-LN-MONTH > 12
               MOVE 1 TO WS-LN-MONTH
               ADD 1 TO WS-LN-YEAR
           END-IF
           PERFORM COMPUTE-DAYS-IN-MONTH
           IF WS-LN-DAY > WS-MAX-DAY-IN-MONTH
               MOVE WS-MAX-DAY-IN-MONTH TO WS-LN-DAY
           END-IF
           COMPUTE WS-BILL-DUE-DATE =
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

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in lead time with any operational
      *    parameter in force. No file means the compiled value
      *    stands.
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
               WHEN "LOAN-BILL-LEAD-DAYS"
                   MOVE PRM-VALUE TO LOAN-BILL-LEAD-DAYS
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "LOAN BILLING RUN COMPLETE"
           DISPLAY "=========================="
           DISPLAY "Loans examined:      " WS-LOANS-EXAMINED
           DISPLAY "Statements produced: " WS-STATEMENTS-WRITTEN
           DISPLAY "Auto-pay notices:    " WS-COURTESY-WRITTEN
           DISPLAY "Held - no customer:  " WS-LOANS-HELD
           DISPLAY "Held - mail returned:" WS-ITEMS-HELD
           MOVE WS-BILLED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Total billed:        $" WS-DISPLAY-TOTAL
           DISPLAY "Statements in the report spool as LOANBILL"
           DISPLAY " ".

       SPOOL-OPEN-RUN.
      *    Register this run in the spool repository
           MOVE "O" TO WS-SPOOL-ACTION
           CALL "SPOOLER" USING WS-SPOOL-ACTION
                                WS-SPOOL-NAME
                                WS-SPOOL-LINE
                                WS-SPOOL-RETURN-CODE.

       SPOOL-ONE-LINE.
      *    Capture WS-SPOOL-LINE into the spool - or file it with
      *    the held item when the customer's mail is returned -
      *    then clear it for the next STRING
           IF MAIL-HELD
               MOVE "L" TO WS-MAIL-HOLD-ACTION
               CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                     WS-MAIL-HOLD-SOURCE
                                     WS-MAIL-HOLD-CUSTOMER
                                     WS-SPOOL-LINE
                                     WS-MAIL-HOLD-FLAG
           ELSE
               MOVE "L" TO WS-SPOOL-ACTION
               CALL "SPOOLER" USING WS-SPOOL-ACTION
                                    WS-SPOOL-NAME
                                    WS-SPOOL-LINE
                                    WS-SPOOL-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE.

       SPOOL-CLOSE-RUN.
      *    Close the capture and write the index entry
           MOVE "C" TO WS-SPOOL-ACTION
           CALL "SPOOLER" USING WS-SPOOL-ACTION
                                WS-SPOOL-NAME
                                WS-SPOOL-LINE
                                WS-SPOOL-RETURN-CODE.

       MAIL-HOLD-START.
      *    Ask MAILHOLD whether this bill is to be mailed or held
      *    for pickup - WS-MAIL-HOLD-CUSTOMER already loaded
           MOVE "S" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-SPOOL-LINE
                                 WS-MAIL-HOLD-FLAG
           IF MAIL-HELD
               ADD 1 TO WS-ITEMS-HELD
           END-IF.

       MAIL-HOLD-END.
           MOVE "E" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-SPOOL-LINE
                                 WS-MAIL-HOLD-FLAG
           SET MAIL-NOT-HELD TO TRUE.

       END PROGRAM LOANBILL.
