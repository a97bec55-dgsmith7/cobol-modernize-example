      *********************************************************
      * FRAUD-QUEUE-RECORD.cpy - Card Fraud Review Queue
      * This copybook defines the layout for the card fraud
      * review queue (FRAUDQ.DAT). TELLERXN captures every card
      * withdrawal or purchase that trips a fraud rule - those
      * it declined and hot-listed the card for, and those it
      * allowed but wants looked at. A fraud analyst works the
      * queue with CARDFRD: CONFIRM keeps the card hot, CLEAR
      * lifts a hot-listing the rule made, and REISSUE records
      * the replacement card issued through CARDMNT REISSUE.
      *********************************************************
       01  FRAUD-QUEUE-RECORD.
      *    Sequence number assigned at capture - the handle the
      *    review commands take
           05  FRQ-SEQUENCE            PIC 9(7).
      *    The flagged attempt
           05  FRQ-CARD-NUMBER         PIC 9(16).
           05  FRQ-ACCOUNT             PIC 9(10).
           05  FRQ-TYPE                PIC X(1).
           05  FRQ-AMOUNT              PIC 9(10)V99 COMP-3.
           05  FRQ-TELLER-ID           PIC X(5).
      *    Business date and time it was flagged
           05  FRQ-DATE                PIC 9(8).
           05  FRQ-TIME                PIC 9(6).
      *    Rule that decided the action - FRAUD-RULE-RECORD code
           05  FRQ-RULE-CODE           PIC X(8).
      *    D=Declined and the card hot-listed, R=Allowed
           05  FRQ-ACTION              PIC X(1).
               88  FRQ-DECLINED        VALUE "D".
               88  FRQ-ALLOWED         VALUE "R".
      *    H=Held for review, F=Fraud confirmed, C=Cleared as
      *    genuine, R=Card reissued
           05  FRQ-STATUS              PIC X(1).
               88  FRQ-HELD            VALUE "H".
               88  FRQ-CONFIRMED       VALUE "F".
               88  FRQ-CLEARED         VALUE "C".
               88  FRQ-REISSUED        VALUE "R".
      *    Resolution - analyst, business date, and the
      *    replacement card when reissued
           05  FRQ-ANALYST-ID          PIC X(5).
           05  FRQ-RESOLVED-DATE       PIC 9(8).
           05  FRQ-NEW-CARD-NUMBER     PIC 9(16).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
