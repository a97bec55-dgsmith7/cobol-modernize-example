      *********************************************************
      * BILL-HISTORY-RECORD.cpy - Bill Payment History
      * This copybook defines the layout for the bill payment
      * history file (BILLHIST.DAT). The nightly BILLPAY run
      * appends one record for every payment it attempts -
      * paid, put over for retry, or failed - so the customer's
      * question "did my payment go out" is answerable from
      * BILLMNT HISTORY.
      *********************************************************
       01  BILL-HISTORY-RECORD.
      *    Business date and wall-clock time of the attempt
           05  BPH-DATE                PIC 9(8).
           05  BPH-TIME                PIC 9(6).
      *    Instruction attempted, with its customer, payee,
      *    account and amount at the time
           05  BPH-INSTRUCTION-ID      PIC 9(7).
           05  BPH-CUSTOMER-ID         PIC 9(10).
           05  BPH-PAYEE-ID            PIC 9(7).
           05  BPH-FROM-ACCOUNT        PIC 9(10).
           05  BPH-AMOUNT              PIC 9(10)V99 COMP-3.
      *    How it was disbursed - E=ACH credit, C=Check
           05  BPH-METHOD              PIC X(1).
      *    Outcome - P=Paid, R=Not paid, retry set for the next
      *    business day, F=Failed
           05  BPH-RESULT              PIC X(1).
               88  BPH-PAID            VALUE "P".
               88  BPH-RETRY           VALUE "R".
               88  BPH-FAILED          VALUE "F".
      *    Why it did not pay - NSF, NOPAYEE, NOACCT or
      *    INACTIVE; spaces when paid
           05  BPH-REASON              PIC X(8).
      *    TXN-ID of the debit and, on a check payment, the
      *    official check serial - zero when not paid
           05  BPH-TXN-ID              PIC 9(15).
           05  BPH-CHECK-SERIAL        PIC 9(7).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
