      *********************************************************
      * SAFE-BOX-RECORD.cpy - Safe Deposit Box Master Record
      * This copybook defines the layout for the safe deposit
      * box inventory (SAFEBOX.DAT), maintained by SAFEBOX -
      * one record per box in each branch's vault. A rented box
      * carries its renter, the customers authorized to open
      * it, and the deposit account its annual rent is debited
      * from. The nightly SDBRENT step bills the rent on each
      * anniversary and collects whatever is unpaid; rent left
      * unpaid ages toward the drilling notice SAFEBOX sends
      * before a box is drilled and its contents inventoried.
      *********************************************************
       01  SAFE-BOX-RECORD.
      *    Box key - branch whose vault holds the box, and the
      *    box number on its door
           05  SDB-KEY.
               10  SDB-BRANCH          PIC X(3).
               10  SDB-BOX-NUMBER      PIC 9(5).
      *    Box size - S=Small, M=Medium, L=Large, X=Extra large.
      *    The annual rent is set by size.
           05  SDB-SIZE                PIC X(1).
               88  SDB-SMALL           VALUE "S".
               88  SDB-MEDIUM          VALUE "M".
               88  SDB-LARGE           VALUE "L".
               88  SDB-EXTRA-LARGE     VALUE "X".
      *    Box status - V=Vacant, R=Rented, D=Drilled (rental
      *    ended for non-payment, contents held in inventory
      *    until claimed)
           05  SDB-STATUS              PIC X(1).
               88  SDB-VACANT          VALUE "V".
               88  SDB-RENTED          VALUE "R".
               88  SDB-DRILLED         VALUE "D".
      *    Renter - CUS-CUSTOMER-ID on the customer master, zero
      *    on a vacant box
           05  SDB-RENTER-ID           PIC 9(10).
      *    Other customers the renter has authorized to open the
      *    box - zero in an unused slot
           05  SDB-ACCESS-COUNT        PIC 9(1).
           05  SDB-ACCESS-ID           PIC 9(10) OCCURS 3 TIMES.
      *    Deposit account the annual rent is debited from
           05  SDB-RENT-ACCOUNT        PIC 9(10).
      *    Annual rent for the box's size, priced when the box
      *    was rented and again at each anniversary billing
           05  SDB-ANNUAL-RENT         PIC 9(6)V99 COMP-3.
      *    Business date the rental began, and the next
      *    anniversary the annual rent falls due - YYYYMMDD
           05  SDB-RENTED-DATE         PIC 9(8).
           05  SDB-RENT-DUE-DATE       PIC 9(8).
      *    Rent billed and not yet collected, and the due date
      *    of the oldest bill in it - zero when paid up. The
      *    60/90-day delinquency ages from this date.
           05  SDB-RENT-UNPAID         PIC 9(6)V99 COMP-3.
           05  SDB-UNPAID-SINCE        PIC 9(8).
      *    Business date rent was last collected
           05  SDB-LAST-PAID-DATE      PIC 9(8).
      *    Business date the drilling notice went to the renter,
      *    and the date the box was drilled - zero until each
           05  SDB-NOTICE-DATE         PIC 9(8).
           05  SDB-DRILLED-DATE        PIC 9(8).
      *    Business date of the last visit to the box
           05  SDB-LAST-ACCESS-DATE    PIC 9(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
