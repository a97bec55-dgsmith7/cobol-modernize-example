      *********************************************************
      * CARD-ATTEMPT-RECORD.cpy - Card Attempt Log
      * This copybook defines the layout for the card attempt
      * log (CARDATT.DAT). TELLERXN appends one record for
      * every card withdrawal or purchase it approves or
      * declines, with the time of day - the fraud rules count
      * a card's recent approvals and declines from here, and
      * FRAUDRPT reports the day's card activity from it.
      *********************************************************
       01  CARD-ATTEMPT-RECORD.
      *    Card presented
           05  CAT-CARD-NUMBER         PIC 9(16).
      *    Account the attempt was against
           05  CAT-ACCOUNT             PIC 9(10).
      *    Business date and time of the attempt
           05  CAT-DATE                PIC 9(8).
           05  CAT-TIME                PIC 9(6).
      *    Activity side - W=ATM withdrawal, P=purchase
           05  CAT-TYPE                PIC X(1).
           05  CAT-AMOUNT              PIC 9(10)V99 COMP-3.
      *    Outcome - A=Approved and posted, D=Declined,
      *    F=Declined by a fraud rule and the card hot-listed
           05  CAT-OUTCOME             PIC X(1).
               88  CAT-APPROVED        VALUE "A".
               88  CAT-DECLINED        VALUE "D".
               88  CAT-FRAUD-DECLINED  VALUE "F".
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
