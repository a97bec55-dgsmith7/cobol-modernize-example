      *********************************************************
      * BILL-INSTRUCTION-RECORD.cpy - Bill Payment Instruction
      * This copybook defines the layout for the bill payment
      * instruction file (BILLINST.DAT), one record per payment
      * a customer has scheduled with BILLMNT PAY - a one-time
      * payment on a date, or a weekly or monthly recurring
      * payment. The nightly BILLPAY run pays every active
      * instruction that has come due and rewrites it in place:
      * a one-time payment is finished, a recurring one moves
      * to its next due date. A payment the account cannot
      * fund is retried once on the next business day, and the
      * customer is notified if the retry fails too.
      *********************************************************
       01  BILL-INSTRUCTION-RECORD.
      *    Instruction ID - assigned one past the highest on file
           05  BPI-INSTRUCTION-ID      PIC 9(7).
      *    Customer, the customer's account the payment is
      *    debited from, and the payee it goes to
           05  BPI-CUSTOMER-ID         PIC 9(10).
           05  BPI-FROM-ACCOUNT        PIC 9(10).
           05  BPI-PAYEE-ID            PIC 9(7).
           05  BPI-AMOUNT              PIC 9(10)V99 COMP-3.
      *    Frequency - O=One time, W=Weekly, M=Monthly
           05  BPI-FREQUENCY           PIC X(1).
               88  BPI-ONE-TIME        VALUE "O".
               88  BPI-WEEKLY          VALUE "W".
               88  BPI-MONTHLY         VALUE "M".
      *    Next date the payment is due - YYYYMMDD
           05  BPI-NEXT-DUE-DATE       PIC 9(8).
      *    Business date a payment that failed for funds is to
      *    be tried again - zero when no retry is pending
           05  BPI-RETRY-DATE          PIC 9(8).
      *    Business date the instruction last paid - zero until
      *    the first payment
           05  BPI-LAST-PAID-DATE      PIC 9(8).
      *    Status - A=Active, C=Cancelled, D=Done (a one-time
      *    payment made), F=Failed (a one-time payment that
      *    could not be made)
           05  BPI-STATUS              PIC X(1).
               88  BPI-ACTIVE          VALUE "A".
               88  BPI-CANCELLED       VALUE "C".
               88  BPI-DONE            VALUE "D".
               88  BPI-FAILED          VALUE "F".
      *    Operator who keyed the instruction and the business
      *    date it was keyed
           05  BPI-ENTERED-BY          PIC X(5).
           05  BPI-ENTERED-DATE        PIC 9(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
