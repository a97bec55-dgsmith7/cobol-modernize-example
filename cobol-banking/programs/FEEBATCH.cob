      * MAINTENANCE-FEE-THRESHOLD, assesses MAINTENANCE-FEE-AMOUNT
      * using the same SUBTRACT/REWRITE pattern WITHDRAW-PROCESSING
      * uses, and posts a matching TXN-TYPE 'F' entry to the
      * transaction history file. An account with a MAINT (or
      * ALL) fee waiver in force is skipped - the FEEWAIV
      * subprogram logs the fee given up.
      *
      * Usage: FEEBATCH (no parameters - processes all accounts)
      *********************************************************
       01  WS-ACCOUNTS-ASSESSED        PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-FEES-ASSESSED      PIC S9(10)V99 COMP-3 VALUE ZERO.

      *    Fee waiver lookup - the FEEWAIV subprogram is asked
      *    before each fee is charged
       01  WS-WAIVE-ACCOUNT            PIC 9(10).
       01  WS-WAIVE-FEE-CODE           PIC X(6) VALUE "MAINT".
       01  WS-WAIVE-AMOUNT             PIC 9(10)V99.
       01  WS-WAIVE-SOURCE             PIC X(8) VALUE "FEEBATCH".
       01  WS-WAIVE-FLAG               PIC X(1) VALUE 'N'.
           88  FEE-IS-WAIVED           VALUE 'Y'.
       01  WS-WAIVE-RETURN-CODE        PIC 9(2) VALUE ZERO.
       01  WS-ACCOUNTS-WAIVED          PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-FEES-WAIVED        PIC S9(10)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
      *    Only active accounts below the threshold are assessed
           IF ACC-STATUS = "A" AND
              ACC-BALANCE < WS-EFFECTIVE-FEE-THRESHOLD
               MOVE ACC-NUMBER TO WS-WAIVE-ACCOUNT
               MOVE WS-EFFECTIVE-FEE-AMOUNT TO WS-WAIVE-AMOUNT
               CALL "FEEWAIV" USING WS-WAIVE-ACCOUNT
                                    WS-WAIVE-FEE-CODE
                                    WS-DATE-NUMERIC
                                    WS-WAIVE-AMOUNT
                                    WS-WAIVE-SOURCE
                                    WS-WAIVE-FLAG
                                    WS-WAIVE-RETURN-CODE
               END-CALL
               IF FEE-IS-WAIVED
                   ADD 1 TO WS-ACCOUNTS-WAIVED
                   ADD WS-EFFECTIVE-FEE-AMOUNT TO
                       WS-TOTAL-FEES-WAIVED
                   EXIT PARAGRAPH
               END-IF
               MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
               SUBTRACT WS-EFFECTIVE-FEE-AMOUNT FROM ACC-BALANCE
               REWRITE ACCOUNT-RECORD
           DISPLAY "Accounts assessed: " WS-ACCOUNTS-ASSESSED
           MOVE WS-TOTAL-FEES-ASSESSED TO WS-DISPLAY-BALANCE
           DISPLAY "Total fees assessed: $" WS-DISPLAY-BALANCE
           DISPLAY "Accounts waived: " WS-ACCOUNTS-WAIVED
           MOVE WS-TOTAL-FEES-WAIVED TO WS-DISPLAY-BALANCE
           DISPLAY "Total fees waived: $" WS-DISPLAY-BALANCE
           DISPLAY " ".


