      *********************************************************
      * COLLECTION-QUEUE-RECORD.cpy - Loan Collector Queue
      * This copybook defines the layout for the collector
      * queue file (COLLQ.DAT). The nightly LOANLATE step puts
      * every loan it finds past due on the queue (or refreshes
      * the entry already there) and marks the entry cured once
      * the loan is brought current. Collectors work the queue
      * with LOANCOLL - recording the borrower's promise to pay
      * and a dated note of the last contact - so the next
      * collector to pick up the loan knows where it stands.
      *********************************************************
       01  COLLECTION-QUEUE-RECORD.
      *    Loan on the queue - one entry per loan, reopened in
      *    place if a cured loan goes delinquent again
           05  COL-LOAN-NUMBER         PIC 9(10).
      *    Borrower, carried so the queue lists without a second
      *    read of the loan master
           05  COL-CUSTOMER-ID         PIC 9(10).
           05  COL-CUSTOMER-NAME       PIC X(30).
      *    Queue status - O=Open (delinquent), C=Cured
           05  COL-STATUS              PIC X(1).
               88  COL-OPEN            VALUE "O".
               88  COL-CURED           VALUE "C".
      *    Business date the loan entered (or re-entered) the
      *    queue, and the date LOANLATE last refreshed it
           05  COL-QUEUED-DATE         PIC 9(8).
           05  COL-REFRESH-DATE        PIC 9(8).
      *    Delinquency as of the last refresh - oldest unpaid due
      *    date, days past it, installments behind and the
      *    amount needed to bring the loan current including
      *    unpaid late fees
           05  COL-DUE-DATE            PIC 9(8).
           05  COL-DAYS-PAST-DUE       PIC 9(5).
           05  COL-INSTALLMENTS-DUE    PIC 9(3).
           05  COL-AMOUNT-PAST-DUE     PIC S9(10)V99 COMP-3.
           05  COL-UNPAID-FEES         PIC S9(8)V99 COMP-3.
      *    Borrower's promise to pay - date and amount, zero
      *    when no promise is on file
           05  COL-PROMISE-DATE        PIC 9(8).
           05  COL-PROMISE-AMOUNT      PIC S9(10)V99 COMP-3.
      *    Collector's note of the latest contact, who made it
      *    and when
           05  COL-NOTE                PIC X(60).
           05  COL-NOTE-DATE           PIC 9(8).
           05  COL-COLLECTOR-ID        PIC X(5).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
