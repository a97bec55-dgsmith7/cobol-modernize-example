      *********************************************************
      * SAFE-BOX-ACCESS-RECORD.cpy - Safe Deposit Box Access
      * This copybook defines the layout for the safe deposit
      * box access log (SDBACCES.DAT). SAFEBOX ACCESS appends
      * one record for each visit to a box - who opened it and
      * the teller who admitted them - and SAFEBOX LOG lists a
      * box's visits back.
      *********************************************************
       01  SAFE-BOX-ACCESS-RECORD.
      *    Business date and wall-clock time of the visit
           05  SBA-DATE                PIC 9(8).
           05  SBA-TIME                PIC 9(6).
      *    Box visited
           05  SBA-BRANCH              PIC X(3).
           05  SBA-BOX-NUMBER          PIC 9(5).
      *    Customer who opened the box - the renter or one of
      *    the authorized access holders
           05  SBA-CUSTOMER-ID         PIC 9(10).
      *    Teller who verified the customer and admitted them
           05  SBA-TELLER-ID           PIC X(5).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
