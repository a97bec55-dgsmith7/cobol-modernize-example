      * prints the end-of-day branch cash position - the vault
      * balance by denomination and each drawer's expected
      * counted balance - which TELLBAL reconciles its computed
      * drawer figures against. Cash ATMMNT LOADs into an ATM
      * comes off the vault here as well.
      *
      * Usage: VAULTMGT OPERATOR-ID COMMAND [ARGS]
      * Commands (denomination counts are note quantities by
                                       VALUE ZERO.
       01  WS-SHIPPED-OUT-TOTAL        PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ATM-LOADED-TOTAL         PIC S9(12)V99 COMP-3
                                       VALUE ZERO.

      *    Per-drawer expected counted balances for POSITION -
      *    buys less sells per teller seen on the ledger
           MOVE WS-COIN-AMOUNT TO VLT-COIN-AMOUNT
           MOVE WS-MOVEMENT-AMOUNT TO VLT-AMOUNT
           MOVE WS-OPERATOR-ID-PARM TO VLT-ENTERED-BY
           MOVE SPACES TO VLT-TERMINAL-ID
           WRITE VAULT-MOVEMENT-RECORD
           CLOSE VAULT-FILE.

           PERFORM DISPLAY-POSITION-REPORT.

       POSITION-ONE-MOVEMENT.
      *    Shipments in and drawer sells raise the vault; buys,
      *    shipments out and ATM loads lower it. Buys and sells
      *    also move the drawer's expected counted balance.
           EVALUATE TRUE
               WHEN VLT-SHIPMENT-IN
                   PERFORM ADD-MOVEMENT-TO-VAULT
                   PERFORM FIND-DRAWER-SLOT
                   ADD VLT-AMOUNT TO
                       WS-DRW-BALANCE(WS-DRW-SUB)
               WHEN VLT-ATM-LOAD
                   PERFORM SUBTRACT-MOVEMENT-FROM-VAULT
                   ADD VLT-AMOUNT TO WS-ATM-LOADED-TOTAL
           END-EVALUATE.

       ADD-MOVEMENT-TO-VAULT.
           MOVE WS-SHIPPED-OUT-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Shipped out to Fed, to date:   $"
                   WS-DISPLAY-TOTAL
           MOVE WS-ATM-LOADED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Loaded into ATMs, to date:     $"
                   WS-DISPLAY-TOTAL
           DISPLAY " "
           DISPLAY "Expected counted drawer balances (buys less "
                   "sells):"
