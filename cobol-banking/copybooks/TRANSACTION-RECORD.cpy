           05  TXN-TO-ACCOUNT          PIC 9(10).
      *    Transaction type: D=Deposit, W=Withdrawal, T=Transfer,
      *    I=Interest, F=Fee, O=Wire out, J=Overdraft interest
      *    charged, R=Recovery on a charged-off overdrawn account
           05  TXN-TYPE                PIC X(1).
      *    Transaction amount - always positive
           05  TXN-AMOUNT              PIC 9(10)V99 COMP-3.
