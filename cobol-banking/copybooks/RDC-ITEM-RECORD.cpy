      *********************************************************
      * RDC-ITEM-RECORD.cpy - Remote Deposit Capture Item
      * This copybook defines the layout for the remote deposit
      * item file (RDCITEMS.DAT). RDCPOST writes one record for
      * every scanned check it reads from the daily remote
      * deposit file - posted or not - so the file is both the
      * history later items are checked against for duplicate
      * presentment and the review queue for the items that
      * could not post: a duplicate of an earlier image, of a
      * check already deposited at a teller, or of another item
      * in the same file, and an item over the customer's
      * per-item or daily limit. RDCPOST APPROVE posts a held
      * item and RDCPOST REJECT turns it away, the same review
      * pattern the card clearing queue uses.
      *********************************************************
       01  RDC-ITEM-RECORD.
      *    Sequence number assigned at intake - the handle the
      *    review commands take
           05  RDI-SEQUENCE            PIC 9(7).
      *    Account the customer deposited to, and the customer
      *    who owns it (ACC-CUSTOMER-ID) - the limits are the
      *    customer's, across all of the customer's accounts
           05  RDI-ACCOUNT             PIC 9(10).
           05  RDI-CUSTOMER-ID         PIC 9(10).
      *    The check as scanned - paying bank routing number,
      *    drawer's account and check serial from the MICR line
           05  RDI-ROUTING             PIC 9(9).
           05  RDI-CHECK-ACCOUNT       PIC X(17).
           05  RDI-CHECK-NUMBER        PIC 9(10).
           05  RDI-AMOUNT              PIC 9(10)V99 COMP-3.
      *    Business date and wall-clock time of intake
           05  RDI-DATE                PIC 9(8).
           05  RDI-TIME                PIC 9(6).
      *    Item status - P=Posted at intake, H=Held for review,
      *    A=Approved and posted by a reviewer, X=Rejected
           05  RDI-STATUS              PIC X(1).
               88  RDI-POSTED          VALUE "P".
               88  RDI-HELD            VALUE "H".
               88  RDI-APPROVED        VALUE "A".
               88  RDI-REJECTED        VALUE "X".
      *    Why the item was held - DUPFILE (repeats an item in
      *    the same file), DUPRDC (an earlier remote item),
      *    DUPTELLR (a check deposited at a teller), ITEMLIM,
      *    DAYLIM, NOACCT, INACTIVE or NOPOST - spaces when it
      *    posted
           05  RDI-REASON              PIC X(8).
      *    TXN-ID of the credit, zero until the item posts
           05  RDI-TXN-ID              PIC 9(15).
      *    Reviewer who approved or rejected the item, and the
      *    business date of the decision
           05  RDI-REVIEWED-BY         PIC X(5).
           05  RDI-REVIEWED-DATE       PIC 9(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
