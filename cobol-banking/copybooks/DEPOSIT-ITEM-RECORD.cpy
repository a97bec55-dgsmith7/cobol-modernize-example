      * inside the bag is retained here against the credit's
      * TXN-ID - so the hold logic can treat each check as a
      * check and the cash as cash, and a later question about
      * one check in the bag is answerable. RDCPOST reads the
      * check items back to catch a check already deposited
      * over the counter being presented again by image.
      *********************************************************
       01  DEPOSIT-ITEM-RECORD.
      *    Account the ticket credited
           05  DPI-ROUTING             PIC 9(9).
      *    Item amount
           05  DPI-AMOUNT              PIC 9(10)V99 COMP-3.
      *    Drawer's account number and check serial number from
      *    the MICR line of a check item - spaces and zero on
      *    cash, or when the teller did not key them
           05  DPI-CHECK-ACCOUNT       PIC X(17).
           05  DPI-CHECK-NUMBER        PIC 9(10).
      *    Business date the ticket posted - YYYYMMDD
           05  DPI-DATE                PIC 9(8).
      *    Filler for future expansion
