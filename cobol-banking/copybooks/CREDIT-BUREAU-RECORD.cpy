      *********************************************************
      * CREDIT-BUREAU-RECORD.cpy - Credit Bureau Reporting File
      * This copybook defines the fixed-format month-end credit
      * bureau file (CBUREAU.DAT) CBREXTR writes for
      * transmission: one header, one base segment per
      * installment loan reported, and one trailer carrying the
      * record counts the bureau balances the file against.
      * Every field is unsigned display - nothing packed leaves
      * the building. All three layouts share the record type
      * in the first byte.
      *********************************************************
       01  CBR-HEADER-RECORD.
           05  CBH-RECORD-TYPE         PIC X(1).
               88  CBH-IS-HEADER       VALUE "H".
      *    Our reporter ID as assigned by the bureaus
           05  CBH-REPORTER-ID         PIC 9(10).
      *    Month-end business date the file reports as of, and
      *    the date the file was built
           05  CBH-ACTIVITY-DATE       PIC 9(8).
           05  CBH-CREATED-DATE        PIC 9(8).
           05  FILLER                  PIC X(242).
       01  CBR-BASE-RECORD.
           05  CBB-RECORD-TYPE         PIC X(1).
               88  CBB-IS-BASE         VALUE "B".
           05  CBB-LOAN-NUMBER         PIC 9(10).
      *    O=Open, P=Paid off, C=Charged off
           05  CBB-ACCOUNT-STATUS      PIC X(1).
      *    Days-delinquent status, bucketed the way LOANAGE
      *    buckets - 00=current, 01=1-29, 30=30-59, 60=60-89,
      *    90=90 days and over
           05  CBB-DELINQUENCY-STATUS  PIC X(2).
           05  CBB-DAYS-PAST-DUE       PIC 9(4).
           05  CBB-OPEN-DATE           PIC 9(8).
           05  CBB-ORIGINAL-AMOUNT     PIC 9(10)V99.
           05  CBB-TERM-MONTHS         PIC 9(3).
           05  CBB-CURRENT-BALANCE     PIC 9(10)V99.
           05  CBB-SCHEDULED-PAYMENT   PIC 9(8)V99.
           05  CBB-AMOUNT-PAST-DUE     PIC 9(10)V99.
      *    Due date of the oldest installment still unpaid in
      *    the current delinquency - zero when current
           05  CBB-FIRST-DELINQ-DATE   PIC 9(8).
      *    Borrower from the customer master
           05  CBB-TIN                 PIC 9(9).
           05  CBB-NAME                PIC X(30).
           05  CBB-ADDRESS-LINE-1      PIC X(30).
           05  CBB-ADDRESS-LINE-2      PIC X(30).
           05  CBB-CITY                PIC X(20).
           05  CBB-STATE               PIC X(2).
           05  CBB-ZIP-CODE            PIC X(10).
           05  FILLER                  PIC X(55).
       01  CBR-TRAILER-RECORD.
           05  CBT-RECORD-TYPE         PIC X(1).
               88  CBT-IS-TRAILER      VALUE "T".
      *    Base segments in the file, all records including the
      *    header and trailer, and the balance hash total
           05  CBT-BASE-COUNT          PIC 9(7).
           05  CBT-TOTAL-RECORDS       PIC 9(7).
           05  CBT-BALANCE-TOTAL       PIC 9(12)V99.
      *    Loans held back on the rejected-record report
           05  CBT-REJECTED-COUNT      PIC 9(7).
           05  FILLER                  PIC X(233).
