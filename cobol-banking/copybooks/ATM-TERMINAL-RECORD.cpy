      *********************************************************
      * ATM-TERMINAL-RECORD.cpy - ATM Terminal Master Record
      * This copybook defines the layout for the ATM terminal
      * master (ATMTERM.DAT), maintained by ATMMNT. Cash goes
      * into a terminal from the vault on an ATMMNT LOAD and
      * comes out through TELLERXN withdrawals stamped with
      * the terminal ID; each stamped withdrawal adds to the
      * terminal's dispensed total here, so ATMMNT BALANCE
      * can set the contractor's counted residual against
      * what the terminal should still be holding.
      *********************************************************
       01  ATM-TERMINAL-RECORD.
      *    Terminal ID - eight characters, unique key, the value
      *    the channel gateway passes TELLERXN on a withdrawal
           05  ATM-TERMINAL-ID         PIC X(8).
      *    Branch whose vault replenishes the terminal - BRN-CODE
      *    on the branch master
           05  ATM-BRANCH              PIC X(3).
      *    Where the terminal sits - up to 30 characters
           05  ATM-LOCATION            PIC X(30).
      *    Terminal status - A=Active, C=Closed
           05  ATM-STATUS              PIC X(1).
               88  ATM-ACTIVE          VALUE "A".
               88  ATM-CLOSED          VALUE "C".
      *    Cassettes - the note denomination each is set up for
      *    (zero for an unused cassette) and the notes in it as
      *    of the last load or balance
           05  ATM-CASSETTE OCCURS 4 TIMES.
               10  ATM-CAS-DENOMINATION PIC 9(3).
               10  ATM-CAS-COUNT       PIC 9(7).
      *    Cash in the terminal at the last balance plus every
      *    load since - what it held before any withdrawals
           05  ATM-CASH-ON-HAND        PIC 9(10)V99 COMP-3.
      *    Withdrawals TELLERXN posted against the terminal
      *    since the last balance - count and amount
           05  ATM-DISPENSED-COUNT     PIC 9(7).
           05  ATM-DISPENSED-AMOUNT    PIC 9(10)V99 COMP-3.
      *    Business dates of the last load and last balance -
      *    YYYYMMDD, zero until the first of each
           05  ATM-LAST-LOAD-DATE      PIC 9(8).
           05  ATM-LAST-BALANCE-DATE   PIC 9(8).
      *    Date the terminal was added - YYYYMMDD
           05  ATM-OPEN-DATE           PIC 9(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
