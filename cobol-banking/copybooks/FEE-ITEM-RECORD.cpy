      *********************************************************
      * FEE-ITEM-RECORD.cpy - Overdraft/NSF Fee Item Log
      * This copybook defines the layout for the fee item log
      * (FEEITEMS.DAT). Each posting path that pays an item
      * into the overdraft line (BANKLEDG WITHDRAW, TELLERXN,
      * INCLEAR) or returns one for insufficient funds
      * (INCLEAR) logs it here through the FEEITEM subprogram.
      * The nightly ITEMFEE step assesses the paid-overdraft
      * or NSF item fee on each of the day's items - product
      * fee amounts, a daily cap on fee items per account, and
      * no overdraft fee when the account ends the day
      * overdrawn by less than the de-minimis amount - and
      * stamps each entry with the outcome.
      *********************************************************
       01  FEE-ITEM-RECORD.
      *    Record key - account, business date and time of the
      *    item, kind, and the item's own reference, so a read
      *    through the file takes each account's day in the
      *    order its items posted
           05  FIT-KEY.
               10  FIT-ACCOUNT         PIC 9(10).
               10  FIT-DATE            PIC 9(8).
               10  FIT-TIME            PIC 9(6).
      *        P=Item paid into overdraft, N=Item returned NSF
               10  FIT-KIND            PIC X(1).
                   88  FIT-PAID-ITEM   VALUE "P".
                   88  FIT-NSF-ITEM    VALUE "N".
      *        TXN-ID of the paid item, or the check number of a
      *        returned item (which never posted)
               10  FIT-REFERENCE       PIC 9(15).
      *    The triggering item
           05  FIT-AMOUNT              PIC S9(10)V99 COMP-3.
           05  FIT-TXN-ID              PIC 9(15).
           05  FIT-CHECK-NUMBER        PIC 9(7).
      *    Ledger balance the item left behind (paid) or found
      *    (returned)
           05  FIT-BALANCE-AFTER       PIC S9(10)V99 COMP-3.
      *    Program that logged the item
           05  FIT-SOURCE              PIC X(8).
      *    Assessment outcome - space until ITEMFEE sees it
      *      A=Fee assessed, C=Over the daily cap, M=Ended the
      *      day within the de-minimis amount, Z=No fee on the
      *      schedule, X=Account no longer active, W=Fee waived
      *      by a BANKLEDG WAIVE in force on the account
           05  FIT-STATUS              PIC X(1).
               88  FIT-PENDING         VALUE " ".
               88  FIT-ASSESSED        VALUE "A".
               88  FIT-CAPPED          VALUE "C".
               88  FIT-DE-MINIMIS      VALUE "M".
               88  FIT-NO-FEE          VALUE "Z".
               88  FIT-ACCOUNT-CLOSED  VALUE "X".
               88  FIT-WAIVED          VALUE "W".
      *    The fee charged and its own transaction
           05  FIT-FEE-AMOUNT          PIC S9(6)V99 COMP-3.
           05  FIT-FEE-TXN-ID          PIC 9(15).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
