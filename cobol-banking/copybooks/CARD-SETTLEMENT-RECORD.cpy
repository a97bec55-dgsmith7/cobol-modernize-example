      *********************************************************
      * CARD-SETTLEMENT-RECORD.cpy - Daily Card Network
      * Settlement Record
      * This copybook defines the layout for the card
      * settlement file (CARDSETL.DAT), one record appended
      * per CARDCLR run. The network settles every item on its
      * clearing file whether or not it matched here, so the
      * cleared total is what the bank owes the network for
      * the day; SETLPOS nets it into the daily settlement
      * position alongside ACH, inclearing and wires.
      *********************************************************
       01  CARD-SETTLEMENT-RECORD.
      *    Business date the clearing file was processed under
           05  CST-DATE                PIC 9(8).
      *    Clearing items received
           05  CST-ITEMS               PIC 9(7).
      *    Total cleared amount - owed to the network
           05  CST-CLEARED-TOTAL       PIC S9(12)V99 COMP-3.
      *    How the cleared items were disposed of - matched to
      *    their authorizations, force-posted with none, or
      *    parked in the review queue
           05  CST-MATCHED-TOTAL       PIC S9(12)V99 COMP-3.
           05  CST-FORCE-POST-TOTAL    PIC S9(12)V99 COMP-3.
           05  CST-QUEUED-TOTAL        PIC S9(12)V99 COMP-3.
      *    Clearing differences posted - net, positive when the
      *    accounts were debited more than authorized
           05  CST-ADJUSTMENT-NET      PIC S9(12)V99 COMP-3.
      *    Authorizations expired uncleared and reversed
           05  CST-EXPIRED-TOTAL       PIC S9(12)V99 COMP-3.
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
