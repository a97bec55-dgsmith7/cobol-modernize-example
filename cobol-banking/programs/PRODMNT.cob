      *********************************************************
      * PRODMNT - Product Master Maintenance
      * Maintains PRODUCT.DAT, the per-product terms INTACCR,
      * FEEBATCH, ITEMFEE, RISKRATE and the posting paths read
      * in place of
      * the single global values - what marketing needed to
      * build a premium checking or a youth savings. Follows
      * the TELLMNT command shape.
      *
      * Usage: PRODMNT TELLER-ID COMMAND [ARGS]
      * Commands:
      *   ADD    code name base-type sched-type fee-threshold
      *          fee-amount wdl-limit min-balance
      *   STATUS code A|C
      *   ITEMFEE code od-item-fee nsf-item-fee
      *   RISK   code H|S
      *   SHOW   code
      *   LIST
      * Multi-word names use underscores in place of spaces.
       01  WS-TEMP-MIN-BALANCE         PIC X(12) VALUE SPACES.
       01  WS-MIN-BALANCE-ARG          PIC 9(8)V99 VALUE ZERO.
       01  WS-NEW-STATUS               PIC X(1) VALUE SPACES.
       01  WS-TEMP-OD-ITEM-FEE         PIC X(8) VALUE SPACES.
       01  WS-OD-ITEM-FEE-ARG          PIC 9(4)V99 VALUE ZERO.
       01  WS-TEMP-NSF-ITEM-FEE        PIC X(8) VALUE SPACES.
       01  WS-NSF-ITEM-FEE-ARG         PIC 9(4)V99 VALUE ZERO.
       01  WS-RISK-CLASS-ARG           PIC X(1) VALUE SPACES.
       01  WS-PRODUCTS-LISTED          PIC 9(3) VALUE ZERO.
       01  WS-DISPLAY-FEE              PIC Z,ZZZ,ZZ9.99.

                   PERFORM ADD-PRODUCT
               WHEN "STATUS"
                   PERFORM SET-PRODUCT-STATUS
               WHEN "ITEMFEE"
                   PERFORM SET-ITEM-FEES
               WHEN "RISK"
                   PERFORM SET-RISK-CLASS
               WHEN "SHOW"
                   PERFORM SHOW-PRODUCT
               WHEN "LIST"
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-CODE-ARG
                            WS-NEW-STATUS
               WHEN "ITEMFEE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-CODE-ARG
                            WS-TEMP-OD-ITEM-FEE
                            WS-TEMP-NSF-ITEM-FEE
               WHEN "RISK"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-CODE-ARG
                            WS-RISK-CLASS-ARG
               WHEN "SHOW"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
           IF WS-TEMP-MIN-BALANCE NOT = SPACES
               COMPUTE WS-MIN-BALANCE-ARG =
                   FUNCTION NUMVAL(WS-TEMP-MIN-BALANCE)
           END-IF
           IF WS-TEMP-OD-ITEM-FEE NOT = SPACES
               COMPUTE WS-OD-ITEM-FEE-ARG =
                   FUNCTION NUMVAL(WS-TEMP-OD-ITEM-FEE)
           END-IF
           IF WS-TEMP-NSF-ITEM-FEE NOT = SPACES
               COMPUTE WS-NSF-ITEM-FEE-ARG =
                   FUNCTION NUMVAL(WS-TEMP-NSF-ITEM-FEE)
           END-IF.

       OPEN-PRODUCT-FILE-IO.
                   MOVE WS-MIN-BALANCE-ARG TO
                       PRD-MIN-OPEN-BALANCE
                   MOVE "A" TO PRD-STATUS
      *            Item fees stay on the global amounts until
      *            ITEMFEE sets the product's own
                   MOVE "N" TO PRD-ITEM-FEE-FLAG
                   MOVE ZERO TO PRD-OD-ITEM-FEE
                   MOVE ZERO TO PRD-NSF-ITEM-FEE
                   MOVE "S" TO PRD-RISK-CLASS
                   WRITE PRODUCT-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "Product " PRD-CODE " added: "
           END-READ
           CLOSE PRODUCT-FILE.

       SET-ITEM-FEES.
           IF WS-CODE-ARG = SPACES OR
              WS-TEMP-OD-ITEM-FEE = SPACES OR
              WS-TEMP-NSF-ITEM-FEE = SPACES
               DISPLAY "Error: ITEMFEE needs code od-item-fee "
                       "nsf-item-fee"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-PRODUCT-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODE-ARG TO PRD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "Error: Product " WS-CODE-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
               NOT INVALID KEY
                   MOVE "Y" TO PRD-ITEM-FEE-FLAG
                   MOVE WS-OD-ITEM-FEE-ARG TO PRD-OD-ITEM-FEE
                   MOVE WS-NSF-ITEM-FEE-ARG TO PRD-NSF-ITEM-FEE
                   REWRITE PRODUCT-RECORD
                   MOVE PRD-OD-ITEM-FEE TO WS-DISPLAY-FEE
                   DISPLAY "Product " PRD-CODE " overdraft item "
                           "fee $" WS-DISPLAY-FEE
                   MOVE PRD-NSF-ITEM-FEE TO WS-DISPLAY-FEE
                   DISPLAY "Product " PRD-CODE " NSF item fee    "
                           "$" WS-DISPLAY-FEE
           END-READ
           CLOSE PRODUCT-FILE.

       SET-RISK-CLASS.
           IF WS-CODE-ARG = SPACES OR
              (WS-RISK-CLASS-ARG NOT = "H" AND
               WS-RISK-CLASS-ARG NOT = "S")
               DISPLAY "Error: RISK needs code H|S"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-PRODUCT-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODE-ARG TO PRD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "Error: Product " WS-CODE-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-RISK-CLASS-ARG TO PRD-RISK-CLASS
                   REWRITE PRODUCT-RECORD
                   DISPLAY "Product " PRD-CODE " risk class set to "
                           PRD-RISK-CLASS
           END-READ
           CLOSE PRODUCT-FILE.

       SHOW-PRODUCT.
           PERFORM OPEN-PRODUCT-FILE-IO
           IF ERROR-OCCURRED
                           PRD-SAVINGS-WDL-LIMIT
                   MOVE PRD-MIN-OPEN-BALANCE TO WS-DISPLAY-FEE
                   DISPLAY "Min balance:    $" WS-DISPLAY-FEE
                   IF PRD-ITEM-FEES-SET
                       MOVE PRD-OD-ITEM-FEE TO WS-DISPLAY-FEE
                       DISPLAY "OD item fee:    $" WS-DISPLAY-FEE
                       MOVE PRD-NSF-ITEM-FEE TO WS-DISPLAY-FEE
                       DISPLAY "NSF item fee:   $" WS-DISPLAY-FEE
                   ELSE
                       DISPLAY "Item fees:      (global amounts)"
                   END-IF
                   IF PRD-HIGHER-RISK
                       DISPLAY "Risk class:     H (higher risk)"
                   ELSE
                       DISPLAY "Risk class:     S (standard)"
                   END-IF
                   DISPLAY "Status:         " PRD-STATUS
           END-READ
           CLOSE PRODUCT-FILE.
                   "fee-threshold fee-amount wdl-limit "
                   "min-balance"
           DISPLAY "  STATUS code A|C"
           DISPLAY "  ITEMFEE code od-item-fee nsf-item-fee"
           DISPLAY "  RISK code H|S"
           DISPLAY "  SHOW code"
           DISPLAY "  LIST".

