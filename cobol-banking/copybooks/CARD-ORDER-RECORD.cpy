      *********************************************************
      * CARD-ORDER-RECORD.cpy - Debit Card Order Queue
      * This copybook defines the layout for the card order
      * file (CARDORD.DAT). APPLPROC queues an order here for
      * each new account whose application asked for a debit
      * card; the card desk works the queue with CARDMNT
      * ORDERS, and CARDMNT FILL issues the plastic onto the
      * card master and marks the order filled.
      *********************************************************
       01  CARD-ORDER-RECORD.
      *    Order number assigned when queued
           05  CDO-ORDER-ID            PIC 9(7).
      *    Account the card is to reach, its owner and the
      *    name to emboss
           05  CDO-ACCOUNT             PIC 9(10).
           05  CDO-CUSTOMER-ID         PIC 9(10).
           05  CDO-NAME                PIC X(30).
      *    Business date ordered, the program that ordered it
      *    and its reference - the application number
           05  CDO-ORDER-DATE          PIC 9(8).
           05  CDO-SOURCE              PIC X(8).
           05  CDO-REFERENCE           PIC 9(7).
      *    Order status - P=Pending, F=Filled, X=Cancelled
           05  CDO-STATUS              PIC X(1).
               88  CDO-PENDING         VALUE "P".
               88  CDO-FILLED          VALUE "F".
               88  CDO-CANCELLED       VALUE "X".
      *    Card issued against the order, the date and teller
           05  CDO-CARD-NUMBER         PIC 9(16).
           05  CDO-FILLED-DATE         PIC 9(8).
           05  CDO-FILLED-BY           PIC X(5).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
