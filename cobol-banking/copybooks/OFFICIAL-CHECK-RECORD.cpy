      * account against this register and marks items paid;
      * OFFCHK STOP/VOID/REISSUE work the register, and the
      * OUTSTAND report ages unpresented items for the
      * escheatment process. OFFCHK ESCROW cuts the check for a
      * loan's tax or insurance bill out of the loan's escrow
      * balance instead of a customer account.
      *********************************************************
       01  OFFICIAL-CHECK-RECORD.
      *    Check serial number - the number printed on the stock
      *    Business date the item settled or changed status -
      *    zero while outstanding
           05  OFC-SETTLED-DATE        PIC 9(8).
      *    Loan whose escrow balance paid for the check - zero on
      *    an ordinary purchase. A void returns the face to this
      *    loan's escrow instead of a purchaser account.
           05  OFC-ESCROW-LOAN         PIC 9(10).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
