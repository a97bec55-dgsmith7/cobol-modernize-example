      *********************************************************
      * HELD-MAIL-RECORD.cpy - Held Mail Record
      * This copybook defines the layout for the held mail file
      * (HELDMAIL.DAT). A statement, notice or letter addressed
      * to a customer whose mail has come back undeliverable
      * (CUS-MAIL-UNDELIVERABLE) is not mailed - the producing
      * batch hands it to MAILHOLD, which files it here a line
      * at a time, and the branch prints it for the customer
      * with RETMAIL PICKUP.
      *********************************************************
       01  HELD-MAIL-RECORD.
      *    Customer the item is addressed to
           05  HML-CUSTOMER-ID         PIC 9(10).
      *    Program that produced it - STMTCYCL, LOANLATE, ...
           05  HML-SOURCE              PIC X(9).
      *    Business date and time the item was held
           05  HML-HELD-DATE           PIC 9(8).
           05  HML-HELD-TIME           PIC 9(6).
      *    Item number within the producing run, and the line
      *    number within the item
           05  HML-ITEM-NUMBER         PIC 9(5).
           05  HML-LINE-NUMBER         PIC 9(4).
      *    H=Held, P=Picked up at the branch
           05  HML-STATUS              PIC X(1).
               88  HML-HELD            VALUE "H".
               88  HML-PICKED-UP       VALUE "P".
      *    Date the customer picked the item up, and the teller
      *    who handed it over
           05  HML-PICKUP-DATE         PIC 9(8).
           05  HML-PICKUP-TELLER       PIC X(5).
      *    The printed line, exactly as it would have been mailed
           05  HML-LINE                PIC X(100).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
