      *********************************************************
      * ESTATEMENT-RECORD.cpy - E-Statement Delivery Extract
      * This copybook defines the layout for the e-statement
      * delivery extract (ESTMTX.DAT). STMTCYCL writes every
      * statement going to a customer who takes electronic
      * delivery (CUS-STMT-ELECTRONIC or CUS-STMT-BOTH) here,
      * one record per printed line, for the e-statement
      * vendor to render and email. Every line carries the
      * customer's email and the statement it belongs to, so
      * the vendor can group lines without a header record.
      *********************************************************
       01  ESTATEMENT-RECORD.
      *    Customer and the email address on file when the
      *    statement was cut
           05  EST-CUSTOMER-ID         PIC 9(10).
           05  EST-EMAIL               PIC X(40).
      *    The account the statement is for - for a combined
      *    relationship statement, the account it is filed under
           05  EST-ACCOUNT             PIC 9(10).
      *    A=Single account statement, R=Combined relationship
      *    statement
           05  EST-DOCUMENT-TYPE       PIC X(1).
               88  EST-ACCOUNT-STATEMENT VALUE "A".
               88  EST-RELATIONSHIP-STATEMENT VALUE "R".
      *    Statement period - YYYYMM - and business date cut
           05  EST-PERIOD              PIC 9(6).
           05  EST-CUT-DATE            PIC 9(8).
      *    Line number within the statement, from 1
           05  EST-LINE-NUMBER         PIC 9(5).
      *    The line exactly as it would have printed
           05  EST-LINE                PIC X(100).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
