      *   BIGDEBIT - a single debit over the alert amount
      *   CDMAT    - CD within 30 days of maturity
      *   DORMANT  - no activity for eleven months
      *   BILLPAY  - a bill payment not made for want of funds
      *              after its next-business-day retry
      *********************************************************
       01  ALERT-RECORD.
      *    Customer the alert goes to, with the contact fields
