      *********************************************************
      * CARD-CLEARING-EXCEPTION-RECORD.cpy - Card Clearing
      * Review Queue
      * This copybook defines the layout for the card clearing
      * exception queue (CARDEXCP.DAT). A network clearing item
      * CARDCLR cannot match to its authorization - no such
      * authorization on CARDUSE.DAT, an authorized amount that
      * disagrees, an authorization already cleared, or a card
      * or account that can no longer take the posting - is
      * parked here with the network's detail instead of
      * posting. The CARDCLR POST command posts a reviewed item
      * and CARDCLR CHARGEBACK sends it back to the network, the
      * same review pattern the wire and positive-pay queues
      * use.
      *********************************************************
       01  CARD-CLEARING-EXCEPTION-RECORD.
      *    Sequence number assigned at capture - the handle the
      *    review commands take
           05  CCX-SEQUENCE            PIC 9(7).
      *    The clearing item as received from the network
           05  CCX-CARD-NUMBER         PIC 9(16).
           05  CCX-AUTH-TXN-ID         PIC 9(15).
           05  CCX-AUTH-AMOUNT         PIC 9(8)V99 COMP-3.
           05  CCX-CLEARED-AMOUNT      PIC 9(8)V99 COMP-3.
           05  CCX-MERCHANT            PIC X(22).
           05  CCX-NETWORK-REF         PIC X(12).
      *    Account the card reached when the item arrived - zero
      *    when the card is not on the card master
           05  CCX-ACCOUNT             PIC 9(10).
      *    Why the item was parked - NOAUTH, AMOUNT, DUPCLR,
      *    NOCARD, NOACCT or CLOSED
           05  CCX-REASON              PIC X(8).
      *    Business date and wall-clock time of capture
           05  CCX-DATE                PIC 9(8).
           05  CCX-TIME                PIC 9(6).
      *    Queue status - H=Held for review, P=Posted by a POST
      *    decision, X=Charged back to the network
           05  CCX-STATUS              PIC X(1).
               88  CCX-HELD            VALUE "H".
               88  CCX-POSTED          VALUE "P".
               88  CCX-CHARGED-BACK    VALUE "X".
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
