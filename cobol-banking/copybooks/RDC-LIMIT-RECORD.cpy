      *********************************************************
      * RDC-LIMIT-RECORD.cpy - Remote Deposit Customer Limit
      * This copybook defines the layout for the remote deposit
      * limits file (RDCLIMIT.DAT), one record per customer
      * given limits of their own with RDCPOST LIMIT. A
      * customer with no record on file deposits under the
      * RDC-ITEM-LIMIT and RDC-DAILY-LIMIT operational
      * parameters.
      *********************************************************
       01  RDC-LIMIT-RECORD.
      *    Customer the limits apply to - CUS-CUSTOMER-ID on
      *    the customer master
           05  RDL-CUSTOMER-ID         PIC 9(10).
      *    Largest single check the customer may deposit by
      *    image, and the most the customer's images may total
      *    in one business day
           05  RDL-ITEM-LIMIT          PIC 9(8)V99 COMP-3.
           05  RDL-DAILY-LIMIT         PIC 9(8)V99 COMP-3.
      *    Last change - business date and officer
           05  RDL-CHANGED-DATE        PIC 9(8).
           05  RDL-CHANGED-BY          PIC X(5).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
