      *           check-total(12, 9(10)V99)
      *   cash:   'C' amount(12, 9(10)V99)
      *   check:  'K' routing(9) amount(12, 9(10)V99)
      *           check-account(17) check-number(10)
      * Several tickets may follow one another in the file -
      * each H starts a new one. A ticket whose detail does not
      * prove to its header is rejected whole.
               88  TKK-IS-CHECK        VALUE "K".
           05  TKK-ROUTING             PIC 9(9).
           05  TKK-AMOUNT              PIC 9(10)V99.
           05  TKK-CHECK-ACCOUNT       PIC X(17).
           05  TKK-CHECK-NUMBER        PIC 9(10).

       FD  DEPOSIT-ITEM-FILE.
           COPY "copybooks/DEPOSIT-ITEM-RECORD.cpy".
               10  WS-ITM-KIND         PIC X(1).
               10  WS-ITM-ROUTING      PIC 9(9).
               10  WS-ITM-AMOUNT       PIC 9(10)V99 COMP-3.
               10  WS-ITM-CHECK-ACCOUNT PIC X(17).
               10  WS-ITM-CHECK-NUMBER PIC 9(10).
       01  WS-ITM-SUB                  PIC 9(3).
       01  WS-ITM-MAX                  PIC 9(3) VALUE 100.

           MOVE "C" TO WS-ITM-KIND(WS-ITM-SUB)
           MOVE ZERO TO WS-ITM-ROUTING(WS-ITM-SUB)
           MOVE TKC-AMOUNT TO WS-ITM-AMOUNT(WS-ITM-SUB)
           MOVE SPACES TO WS-ITM-CHECK-ACCOUNT(WS-ITM-SUB)
           MOVE ZERO TO WS-ITM-CHECK-NUMBER(WS-ITM-SUB)
           ADD TKC-AMOUNT TO WS-GATHERED-CASH.

       GATHER-CHECK-ITEM.
           MOVE "K" TO WS-ITM-KIND(WS-ITM-SUB)
           MOVE TKK-ROUTING TO WS-ITM-ROUTING(WS-ITM-SUB)
           MOVE TKK-AMOUNT TO WS-ITM-AMOUNT(WS-ITM-SUB)
           MOVE TKK-CHECK-ACCOUNT TO
               WS-ITM-CHECK-ACCOUNT(WS-ITM-SUB)
           MOVE TKK-CHECK-NUMBER TO
               WS-ITM-CHECK-NUMBER(WS-ITM-SUB)
           ADD TKK-AMOUNT TO WS-GATHERED-CHECKS.

       SETTLE-GATHERED-TICKET.
               MOVE WS-ITM-KIND(WS-ITM-SUB) TO DPI-KIND
               MOVE WS-ITM-ROUTING(WS-ITM-SUB) TO DPI-ROUTING
               MOVE WS-ITM-AMOUNT(WS-ITM-SUB) TO DPI-AMOUNT
               MOVE WS-ITM-CHECK-ACCOUNT(WS-ITM-SUB) TO
                   DPI-CHECK-ACCOUNT
               MOVE WS-ITM-CHECK-NUMBER(WS-ITM-SUB) TO
                   DPI-CHECK-NUMBER
               MOVE WS-BUSINESS-DATE TO DPI-DATE
               WRITE DEPOSIT-ITEM-RECORD
           END-PERFORM
