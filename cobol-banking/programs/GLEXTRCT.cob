      * per transaction type, maintained by hand like the rate
      * schedule:
      *   TYPE DEBIT-GL CREDIT-GL     e.g.  D 100100 200100
      * Loan booking entries are mapped under their own keys
      * rather than their posting type: proceeds credited at
      * funding (a D reading LOAN PROCEEDS) map as L, and the
      * origination fee (an F reading LOAN ORIGINATION FEE)
      * as G, so neither lands in deposits or service-fee
      * income. An overdrawn balance ODAGING charges off (a D
      * reading OVERDRAFT CHARGE-OFF) maps as X, against the
      * overdraft loss line, and a recovery ODRECOV posts on a
      * charged-off account (type R) comes back off that line.
      * ATM overages and shortages ATMMNT BALANCE logs to
      * ATMBAL.DAT for the day journal against the cash
      * over/short line - a shortage maps as S, an overage
      * as V. A fee refund BANKLEDG REFUND credits back (a D
      * reading FEE REFUND) maps as K, back out of fee income
      * rather than into deposits. A loan payment LOANPOST
      * draws from a deposit account (a W reading LOAN
      * PAYMENT, payoffs included) is split on the interest
      * portion its description carries: the interest maps
      * as N, into loan interest income, and the rest as P,
      * back off loans receivable. The late fee and escrow
      * collected with it post as their own entries - a W
      * reading LOAN LATE FEE maps as M, into loan fee income,
      * and a W reading LOAN ESCROW as E, into loan escrow
      * liability. Escrow leaves that liability the same way:
      * an ESCROW REFUND LOANPOST credits to the borrower (D)
      * maps as U, and an escrow disbursement check OFFCHK
      * issues (a D reading ESCROW DISBURSEMENT) as B; voiding
      * that check (a W reading ESCROW CHECK VOIDED) maps as Y
      * and puts it back.
      * GLMAP.DAT may override L, G, X, S, V, K, P, N, M, E,
      * U, B and Y like any type.
      * With no mapping file the compiled default chart
      * applies. Total journal debits must equal total credits
      * for the day - an out-of-balance extract halts with a
      * non-zero return code, which stops the EODRUN chain the
      * same way any failed step does. GLPOST, the next step,
      * applies the journal to the GL master.
      *
      * Usage: GLEXTRCT (no parameters - extracts the business
      *        date)
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    ATM balancing log written by ATMMNT BALANCE - the
      *    day's overages and shortages
           SELECT ATM-BALANCE-FILE ASSIGN TO "data/ATMBAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
       FD  GL-JOURNAL-FILE.
           COPY "copybooks/GL-JOURNAL-RECORD.cpy".

       FD  ATM-BALANCE-FILE.
           COPY "copybooks/ATM-BALANCE-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

      *      400100 interest expense       500100 fee income
      *      100300 correspondent settlement
      *      500200 overdraft interest income
      *      120100 loans receivable       500300 loan fee income
      *      600100 overdraft charge-off losses
      *      600200 cash over/short
      *      500400 loan interest income
      *      200200 loan escrow liability
       01  WS-GL-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 21 TIMES.
               10  WS-MAP-TYPE         PIC X(1).
               10  WS-MAP-DEBIT-GL     PIC X(6).
               10  WS-MAP-CREDIT-GL    PIC X(6).
       01  WS-MAP-SUB                  PIC 9(2).
       01  WS-MAP-COUNT                PIC 9(2) VALUE 21.
       01  WS-SHEET-TYPE               PIC X(1).
       01  WS-SHEET-DEBIT              PIC X(6).
       01  WS-SHEET-CREDIT             PIC X(6).
      *    The map key a transaction sums under
       01  WS-SUM-TYPE                 PIC X(1).
      *    Loan payment split - the interest portion as LOANPOST
      *    writes it after INT in the description
       01  WS-LOAN-INT-EDIT            PIC 9(8).99.
       01  WS-LOAN-INTEREST            PIC 9(10)V99 COMP-3.
       01  WS-LOAN-PRINCIPAL           PIC 9(10)V99 COMP-3.

      *    Per-type activity totals for the business day
       01  WS-TYPE-TOTAL-TABLE.
           05  WS-TYPE-TOTAL           PIC S9(12)V99 COMP-3
                                       OCCURS 21 TIMES.

      *    Balancing proof
       01  WS-DEBIT-TOTAL              PIC S9(12)V99 COMP-3
       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM SUM-DAY-ACTIVITY
           PERFORM SUM-ATM-OVER-SHORT
           PERFORM WRITE-JOURNAL-ENTRIES
           PERFORM PROVE-JOURNAL-BALANCE
           PERFORM DISPLAY-RUN-SUMMARY
           MOVE "200100" TO WS-MAP-CREDIT-GL(6)
           MOVE "J" TO WS-MAP-TYPE(7)
           MOVE "200100" TO WS-MAP-DEBIT-GL(7)
           MOVE "500200" TO WS-MAP-CREDIT-GL(7)
           MOVE "L" TO WS-MAP-TYPE(8)
           MOVE "120100" TO WS-MAP-DEBIT-GL(8)
           MOVE "200100" TO WS-MAP-CREDIT-GL(8)
           MOVE "G" TO WS-MAP-TYPE(9)
           MOVE "200100" TO WS-MAP-DEBIT-GL(9)
           MOVE "500300" TO WS-MAP-CREDIT-GL(9)
           MOVE "X" TO WS-MAP-TYPE(10)
           MOVE "600100" TO WS-MAP-DEBIT-GL(10)
           MOVE "200100" TO WS-MAP-CREDIT-GL(10)
           MOVE "R" TO WS-MAP-TYPE(11)
           MOVE "100100" TO WS-MAP-DEBIT-GL(11)
           MOVE "600100" TO WS-MAP-CREDIT-GL(11)
      *    An ATM shortage is cash the books said was there and
      *    isn't - written off cash to over/short; an overage
      *    comes back the other way
           MOVE "S" TO WS-MAP-TYPE(12)
           MOVE "600200" TO WS-MAP-DEBIT-GL(12)
           MOVE "100100" TO WS-MAP-CREDIT-GL(12)
           MOVE "V" TO WS-MAP-TYPE(13)
           MOVE "100100" TO WS-MAP-DEBIT-GL(13)
           MOVE "600200" TO WS-MAP-CREDIT-GL(13)
      *    A fee refund gives fee income back to the customer
           MOVE "K" TO WS-MAP-TYPE(14)
           MOVE "500100" TO WS-MAP-DEBIT-GL(14)
           MOVE "200100" TO WS-MAP-CREDIT-GL(14)
      *    A loan payment comes out of deposits - the principal
      *    back off loans receivable, the interest into income
           MOVE "P" TO WS-MAP-TYPE(15)
           MOVE "200100" TO WS-MAP-DEBIT-GL(15)
           MOVE "120100" TO WS-MAP-CREDIT-GL(15)
           MOVE "N" TO WS-MAP-TYPE(16)
           MOVE "200100" TO WS-MAP-DEBIT-GL(16)
           MOVE "500400" TO WS-MAP-CREDIT-GL(16)
      *    The late fee on a loan payment is loan fee income; the
      *    escrow portion is held for the borrower until it is
      *    refunded or paid out by escrow check, and a voided
      *    escrow check goes back into the escrow liability
           MOVE "M" TO WS-MAP-TYPE(17)
           MOVE "200100" TO WS-MAP-DEBIT-GL(17)
           MOVE "500300" TO WS-MAP-CREDIT-GL(17)
           MOVE "E" TO WS-MAP-TYPE(18)
           MOVE "200100" TO WS-MAP-DEBIT-GL(18)
           MOVE "200200" TO WS-MAP-CREDIT-GL(18)
           MOVE "U" TO WS-MAP-TYPE(19)
           MOVE "200200" TO WS-MAP-DEBIT-GL(19)
           MOVE "200100" TO WS-MAP-CREDIT-GL(19)
           MOVE "B" TO WS-MAP-TYPE(20)
           MOVE "200200" TO WS-MAP-DEBIT-GL(20)
           MOVE "200100" TO WS-MAP-CREDIT-GL(20)
           MOVE "Y" TO WS-MAP-TYPE(21)
           MOVE "200100" TO WS-MAP-DEBIT-GL(21)
           MOVE "200200" TO WS-MAP-CREDIT-GL(21).

       LOAD-GL-MAPPING.
      *    Override the compiled chart with any lines on the
           CLOSE TRANSACTION-FILE.

       SUM-ONE-TXN.
           MOVE TXN-TYPE TO WS-SUM-TYPE
           IF TXN-TYPE = "D" AND
              TXN-DESCRIPTION(1:13) = "LOAN PROCEEDS"
               MOVE "L" TO WS-SUM-TYPE
           END-IF
           IF TXN-TYPE = "F" AND
              TXN-DESCRIPTION(1:20) = "LOAN ORIGINATION FEE"
               MOVE "G" TO WS-SUM-TYPE
           END-IF
           IF TXN-TYPE = "D" AND
              TXN-DESCRIPTION(1:20) = "OVERDRAFT CHARGE-OFF"
               MOVE "X" TO WS-SUM-TYPE
           END-IF
           IF TXN-TYPE = "D" AND
              TXN-DESCRIPTION(1:10) = "FEE REFUND"
               MOVE "K" TO WS-SUM-TYPE
           END-IF
           IF TXN-TYPE = "W" AND
              TXN-DESCRIPTION(1:14) = "LOAN LATE FEE "
               MOVE "M" TO WS-SUM-TYPE
           END-IF
           IF TXN-TYPE = "W" AND
              TXN-DESCRIPTION(1:12) = "LOAN ESCROW "
               MOVE "E" TO WS-SUM-TYPE
           END-IF
           IF TXN-TYPE = "D" AND
              TXN-DESCRIPTION(1:14) = "ESCROW REFUND "
               MOVE "U" TO WS-SUM-TYPE
           END-IF
           IF TXN-TYPE = "D" AND
              TXN-DESCRIPTION(1:20) = "ESCROW DISBURSEMENT "
               MOVE "B" TO WS-SUM-TYPE
           END-IF
           IF TXN-TYPE = "W" AND
              TXN-DESCRIPTION(1:20) = "ESCROW CHECK VOIDED "
               MOVE "Y" TO WS-SUM-TYPE
           END-IF
           IF TXN-TYPE = "W" AND
              TXN-DESCRIPTION(1:13) = "LOAN PAYMENT "
               PERFORM SUM-LOAN-PAYMENT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MAP-TYPE(WS-MAP-SUB) = WS-SUM-TYPE
                   ADD TXN-AMOUNT TO WS-TYPE-TOTAL(WS-MAP-SUB)
               END-IF
           END-PERFORM.

       SUM-LOAN-PAYMENT.
      *    LOANPOST writes LOAN PAYMENT nnnnnnnnnn INT
      *    nnnnnnnn.nn - the interest sums under N and the rest
      *    of the payment under P. A description without a
      *    readable interest portion goes wholly to P.
           MOVE ZERO TO WS-LOAN-INTEREST
           IF TXN-DESCRIPTION(24:5) = " INT " AND
              TXN-DESCRIPTION(29:8) IS NUMERIC AND
              TXN-DESCRIPTION(38:2) IS NUMERIC
               MOVE TXN-DESCRIPTION(29:11) TO WS-LOAN-INT-EDIT
               MOVE WS-LOAN-INT-EDIT TO WS-LOAN-INTEREST
           END-IF
           IF WS-LOAN-INTEREST > TXN-AMOUNT
               MOVE TXN-AMOUNT TO WS-LOAN-INTEREST
           END-IF
           COMPUTE WS-LOAN-PRINCIPAL = TXN-AMOUNT - WS-LOAN-INTEREST
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MAP-TYPE(WS-MAP-SUB) = "P"
                   ADD WS-LOAN-PRINCIPAL TO WS-TYPE-TOTAL(WS-MAP-SUB)
               END-IF
               IF WS-MAP-TYPE(WS-MAP-SUB) = "N"
                   ADD WS-LOAN-INTEREST TO WS-TYPE-TOTAL(WS-MAP-SUB)
               END-IF
           END-PERFORM.

       SUM-ATM-OVER-SHORT.
      *    The day's ATM balancing differences - each balance
      *    over or short sums under its own map key
           OPEN INPUT ATM-BALANCE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ ATM-BALANCE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ABL-DATE = WS-BUSINESS-DATE
                           PERFORM SUM-ONE-ATM-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATM-BALANCE-FILE.

       SUM-ONE-ATM-BALANCE.
           EVALUATE TRUE
               WHEN ABL-OVER-SHORT < ZERO
                   MOVE "S" TO WS-SUM-TYPE
               WHEN ABL-OVER-SHORT > ZERO
                   MOVE "V" TO WS-SUM-TYPE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MAP-TYPE(WS-MAP-SUB) = WS-SUM-TYPE
                   IF ABL-OVER-SHORT < ZERO
                       SUBTRACT ABL-OVER-SHORT FROM
                           WS-TYPE-TOTAL(WS-MAP-SUB)
                   ELSE
                       ADD ABL-OVER-SHORT TO
                           WS-TYPE-TOTAL(WS-MAP-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-JOURNAL-ENTRIES.
           OPEN OUTPUT GL-JOURNAL-FILE
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
           MOVE WS-TYPE-TOTAL(WS-MAP-SUB) TO GLJ-AMOUNT
           MOVE WS-MAP-TYPE(WS-MAP-SUB) TO GLJ-SOURCE-TYPE
           PERFORM BUILD-JOURNAL-DESCRIPTION
           MOVE ZERO TO GLJ-REFERENCE
           MOVE ZERO TO GLJ-POSTED-DATE
           WRITE GL-JOURNAL-RECORD
           ADD WS-TYPE-TOTAL(WS-MAP-SUB) TO WS-DEBIT-TOTAL
           ADD 1 TO WS-JOURNALS-WRITTEN
           MOVE WS-TYPE-TOTAL(WS-MAP-SUB) TO GLJ-AMOUNT
           MOVE WS-MAP-TYPE(WS-MAP-SUB) TO GLJ-SOURCE-TYPE
           PERFORM BUILD-JOURNAL-DESCRIPTION
           MOVE ZERO TO GLJ-REFERENCE
           MOVE ZERO TO GLJ-POSTED-DATE
           WRITE GL-JOURNAL-RECORD
           ADD WS-TYPE-TOTAL(WS-MAP-SUB) TO WS-CREDIT-TOTAL
           ADD 1 TO WS-JOURNALS-WRITTEN.
               WHEN "J"
                   MOVE "OVERDRAFT INTEREST INCOME" TO
                       GLJ-DESCRIPTION
               WHEN "L"
                   MOVE "LOAN FUNDING" TO GLJ-DESCRIPTION
               WHEN "G"
                   MOVE "LOAN ORIGINATION FEE INCOME" TO
                       GLJ-DESCRIPTION
               WHEN "X"
                   MOVE "OVERDRAFT CHARGE-OFFS" TO GLJ-DESCRIPTION
               WHEN "R"
                   MOVE "OVERDRAFT C/O RECOVERIES" TO
                       GLJ-DESCRIPTION
               WHEN "S"
                   MOVE "ATM CASH SHORTAGES" TO GLJ-DESCRIPTION
               WHEN "V"
                   MOVE "ATM CASH OVERAGES" TO GLJ-DESCRIPTION
               WHEN "K"
                   MOVE "FEE REFUNDS" TO GLJ-DESCRIPTION
               WHEN "P"
                   MOVE "LOAN PRINCIPAL REPAYMENTS" TO
                       GLJ-DESCRIPTION
               WHEN "N"
                   MOVE "LOAN INTEREST INCOME" TO GLJ-DESCRIPTION
               WHEN "M"
                   MOVE "LOAN LATE FEE INCOME" TO GLJ-DESCRIPTION
               WHEN "E"
                   MOVE "LOAN ESCROW COLLECTED" TO GLJ-DESCRIPTION
               WHEN "U"
                   MOVE "LOAN ESCROW REFUNDS" TO GLJ-DESCRIPTION
               WHEN "B"
                   MOVE "ESCROW CHECKS ISSUED" TO GLJ-DESCRIPTION
               WHEN "Y"
                   MOVE "ESCROW CHECKS VOIDED" TO GLJ-DESCRIPTION
               WHEN OTHER
                   MOVE "DAILY ACTIVITY" TO GLJ-DESCRIPTION
           END-EVALUATE.
