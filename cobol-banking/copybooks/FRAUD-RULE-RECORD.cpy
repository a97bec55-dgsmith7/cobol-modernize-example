      *********************************************************
      * FRAUD-RULE-RECORD.cpy - Card Fraud Rule Record
      * This copybook defines the layout for the card fraud
      * rules file (FRAUDRUL.DAT), one record per rule,
      * maintained with CARDFRD RULE. TELLERXN screens every
      * card withdrawal and purchase against these rules
      * before it posts:
      *   VELOCITY - FRR-COUNT or more approved card debits
      *              within FRR-WINDOW minutes
      *   AMTSPIKE - an amount of at least FRR-AMOUNT and more
      *              than FRR-FACTOR times the card's average
      *              CARDUSE.DAT amount, once the card has
      *              FRR-COUNT uses to average
      *   DECLINES - FRR-COUNT or more declined attempts within
      *              FRR-WINDOW minutes
      *   NEWCARD  - FRR-AMOUNT or more on a card issued within
      *              the last FRR-WINDOW days
      * A rule with no record on file screens with its
      * compiled-in thresholds and sends hits to review.
      *********************************************************
       01  FRAUD-RULE-RECORD.
      *    Rule code - VELOCITY, AMTSPIKE, DECLINES or NEWCARD
           05  FRR-RULE-CODE           PIC X(8).
      *    What a hit does - D=Decline and hot-list the card,
      *    R=Allow and queue for review, N=Rule switched off
           05  FRR-ACTION              PIC X(1).
               88  FRR-DECLINE         VALUE "D".
               88  FRR-REVIEW          VALUE "R".
               88  FRR-OFF             VALUE "N".
      *    Count threshold - transactions, declines or uses
      *    on file, by rule
           05  FRR-COUNT               PIC 9(3).
      *    Window - minutes for VELOCITY and DECLINES, days for
      *    NEWCARD
           05  FRR-WINDOW              PIC 9(4).
      *    Amount threshold for AMTSPIKE and NEWCARD
           05  FRR-AMOUNT              PIC 9(8)V99 COMP-3.
      *    Multiple of the card's average for AMTSPIKE
           05  FRR-FACTOR              PIC 9(3)V99 COMP-3.
      *    Last change - business date and analyst
           05  FRR-CHANGED-DATE        PIC 9(8).
           05  FRR-CHANGED-BY          PIC X(5).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
