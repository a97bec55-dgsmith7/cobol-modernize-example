      *********************************************************
      * RATE-CHANGE-RECORD.cpy - Loan Rate Change History
      * This copybook defines the layout for the rate change
      * history file (RATEHIST.DAT), appended to every time
      * LOANRPRC changes a loan's rate on a reset date, and
      * when LOANMNT VARRATE puts a loan on variable terms, so
      * customer inquiries and audit can see every rate the
      * loan has carried and the payment that went with it.
      * LOANMNT RATEHIST lists one loan's history.
      *********************************************************
       01  RATE-CHANGE-RECORD.
           05  RCH-LOAN-NUMBER         PIC 9(10).
      *    Business date the change was made, and the due date
      *    of the first payment at the new amount
           05  RCH-CHANGE-DATE         PIC 9(8).
           05  RCH-FIRST-PAYMENT-DATE  PIC 9(8).
      *    Index in force and the terms that produced the rate
           05  RCH-INDEX-CODE          PIC X(8).
           05  RCH-INDEX-RATE          PIC 9V9(4).
           05  RCH-MARGIN              PIC S9V9(4).
      *    Rate and payment before and after
           05  RCH-OLD-RATE            PIC 9V9(4).
           05  RCH-NEW-RATE            PIC 9V9(4).
           05  RCH-OLD-PAYMENT         PIC 9(8)V99 COMP-3.
           05  RCH-NEW-PAYMENT         PIC 9(8)V99 COMP-3.
      *    R=Scheduled reset by LOANRPRC, M=Variable terms set
      *    by LOANMNT VARRATE
           05  RCH-SOURCE              PIC X(1).
               88  RCH-SCHEDULED-RESET VALUE "R".
               88  RCH-MANUAL-CHANGE   VALUE "M".
      *    Set when the floor or cap overrode index + margin -
      *    F=Floor applied, C=Cap applied, space=neither
           05  RCH-LIMIT-APPLIED       PIC X(1).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
