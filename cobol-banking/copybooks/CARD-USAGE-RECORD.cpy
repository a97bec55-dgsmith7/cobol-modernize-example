      * business day's prior records before approving the next
      * one - the rolling daily limit check needs the day's
      * earlier card activity, not just the request in hand.
      * A purchase is only an authorization until the card
      * network's clearing record arrives - CARDCLR matches
      * the clearing file against these records and marks each
      * purchase cleared, or expired and reversed when it never
      * clears.
      *********************************************************
       01  CARD-USAGE-RECORD.
      *    Card the activity posted on
           05  CDU-AMOUNT              PIC 9(8)V99 COMP-3.
      *    TXN-ID of the posted entry
           05  CDU-TXN-ID              PIC 9(15).
      *    Network clearing of a purchase, set by CARDCLR -
      *    spaces while it awaits the clearing record, C=Cleared,
      *    X=Expired uncleared and reversed
           05  CDU-CLEAR-STATUS        PIC X(1).
               88  CDU-CLEARED         VALUE "C".
               88  CDU-EXPIRED         VALUE "X".
      *    Business date it cleared or expired - YYYYMMDD
           05  CDU-CLEAR-DATE          PIC 9(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(1).
