      *********************************************************
      * ATM-BALANCE-RECORD.cpy - ATM Balancing Result
      * This copybook defines the layout for the ATM balancing
      * log (ATMBAL.DAT). ATMMNT BALANCE appends one record
      * each time a terminal's counted residual is keyed in:
      * the cash expected in the terminal, the cash actually
      * counted, and the overage or shortage between them.
      * GLEXTRCT journals the business day's overages and
      * shortages to the cash over/short line.
      *********************************************************
       01  ATM-BALANCE-RECORD.
      *    Business date and wall-clock time of the balance
           05  ABL-DATE                PIC 9(8).
           05  ABL-TIME                PIC 9(6).
      *    Terminal balanced and its branch
           05  ABL-TERMINAL-ID         PIC X(8).
           05  ABL-BRANCH              PIC X(3).
      *    Cash in the terminal at the last balance plus loads
      *    since, and the withdrawals dispensed against it
           05  ABL-CASH-ON-HAND        PIC 9(10)V99 COMP-3.
           05  ABL-DISPENSED-COUNT     PIC 9(7).
           05  ABL-DISPENSED-AMOUNT    PIC 9(10)V99 COMP-3.
      *    Expected cash (on hand less dispensed) and the
      *    counted residual
           05  ABL-EXPECTED-AMOUNT     PIC S9(10)V99 COMP-3.
           05  ABL-COUNTED-AMOUNT      PIC 9(10)V99 COMP-3.
      *    Counted less expected - positive is an overage,
      *    negative a shortage
           05  ABL-OVER-SHORT          PIC S9(10)V99 COMP-3.
      *    Operator who keyed the count
           05  ABL-ENTERED-BY          PIC X(5).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
