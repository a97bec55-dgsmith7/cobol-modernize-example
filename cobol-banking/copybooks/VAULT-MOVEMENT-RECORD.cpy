      * VAULTMGT. The vault position and each drawer's
      * expected counted balance fall out of summing these
      * movements, turning the paper vault log into a balanced
      * subledger. Cash loaded into an ATM's cassettes leaves
      * the vault the same way, written by ATMMNT LOAD.
      *********************************************************
       01  VAULT-MOVEMENT-RECORD.
      *    Sequence number assigned at entry
           05  VLT-TIME                PIC 9(6).
      *    Movement type - B=drawer Buys cash from the vault,
      *    S=drawer Sells cash back to the vault, I=shipment In
      *    from the Fed, O=shipment Out to the Fed, A=ATM
      *    cassette load
           05  VLT-TYPE                PIC X(1).
               88  VLT-DRAWER-BUY      VALUE "B".
               88  VLT-DRAWER-SELL     VALUE "S".
               88  VLT-SHIPMENT-IN     VALUE "I".
               88  VLT-SHIPMENT-OUT    VALUE "O".
               88  VLT-ATM-LOAD        VALUE "A".
      *    Drawer side of a buy/sell - spaces on a shipment
           05  VLT-TELLER-ID           PIC X(5).
      *    Denomination counts - notes by face value, coin as a
           05  VLT-AMOUNT              PIC 9(10)V99 COMP-3.
      *    Operator who keyed the movement
           05  VLT-ENTERED-BY          PIC X(5).
      *    Terminal loaded on an ATM cassette load - spaces on
      *    every other movement
           05  VLT-TERMINAL-ID         PIC X(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(2).
