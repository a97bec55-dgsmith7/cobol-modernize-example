       01  WS-CALL-CUSTOMER-ID         PIC 9(10).
       01  WS-CALL-CARD-NUMBER         PIC 9(16) VALUE ZERO.
       01  WS-CALL-SUPERVISOR-ID       PIC X(5).
       01  WS-CALL-TERMINAL-ID         PIC X(8).
       01  WS-CALL-BALANCE             PIC S9(10)V99 COMP-3.
       01  WS-CALL-RETURN-CODE         PIC 9(2).

           MOVE SAF-TELLER-ID TO WS-CALL-TELLER-ID
           MOVE SAF-CUSTOMER-ID TO WS-CALL-CUSTOMER-ID
           MOVE SAF-SUPERVISOR-ID TO WS-CALL-SUPERVISOR-ID
      *    The ATM already dispensed the cash at capture time -
      *    the drain still counts it against the terminal
           MOVE SAF-TERMINAL-ID TO WS-CALL-TERMINAL-ID
      *    The queue predates cards and carries no card number -
      *    queued work was card-checked at capture time, so the
      *    drain posts with the card checks skipped
                                 WS-CALL-CUSTOMER-ID
                                 WS-CALL-CARD-NUMBER
                                 WS-CALL-SUPERVISOR-ID
                                 WS-CALL-TERMINAL-ID
                                 WS-CALL-BALANCE
                                 WS-CALL-RETURN-CODE
           EVALUATE WS-CALL-RETURN-CODE
