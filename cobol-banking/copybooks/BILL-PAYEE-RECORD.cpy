      *********************************************************
      * BILL-PAYEE-RECORD.cpy - Bill Payment Payee
      * This copybook defines the layout for the bill payment
      * payee file (BILLPAYE.DAT), one record per payee a
      * customer has set up with BILLMNT PAYEE. A payee is paid
      * either by outgoing ACH credit to the payee's account at
      * the payee's bank, or by a check mailed to the payee's
      * address and registered on the official check register.
      *********************************************************
       01  BILL-PAYEE-RECORD.
      *    Payee ID - assigned one past the highest on file, the
      *    handle the payment instructions carry
           05  BPE-PAYEE-ID            PIC 9(7).
      *    Customer who set the payee up - CUS-CUSTOMER-ID
           05  BPE-CUSTOMER-ID         PIC 9(10).
      *    Payee name and mailing address - the address is what
      *    a check payment is mailed to
           05  BPE-NAME                PIC X(30).
           05  BPE-ADDRESS             PIC X(30).
           05  BPE-CITY                PIC X(20).
           05  BPE-STATE               PIC X(2).
           05  BPE-ZIP                 PIC X(10).
      *    How the payee is paid - E=Electronic (ACH credit),
      *    C=Check
           05  BPE-METHOD              PIC X(1).
               88  BPE-BY-ACH          VALUE "E".
               88  BPE-BY-CHECK        VALUE "C".
      *    Payee's bank routing number and account - zero on a
      *    payee paid by check
           05  BPE-ROUTING             PIC 9(9).
           05  BPE-ACCOUNT             PIC 9(10).
      *    The customer's account or reference number with the
      *    payee - carried on the ACH entry and printed on the
      *    check memo line so the payee can apply the payment
           05  BPE-REFERENCE           PIC X(20).
      *    Payee status - A=Active, I=Inactive (dropped)
           05  BPE-STATUS              PIC X(1).
               88  BPE-ACTIVE          VALUE "A".
               88  BPE-INACTIVE        VALUE "I".
      *    Last change - business date and operator
           05  BPE-CHANGED-DATE        PIC 9(8).
           05  BPE-CHANGED-BY          PIC X(5).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
