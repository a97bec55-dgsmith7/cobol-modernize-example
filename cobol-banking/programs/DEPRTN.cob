      * the original deposit by TXN-ID, debits the account -
      * even into overdraft, a chargeback cannot be declined -
      * releases any HOLDS.DAT hold riding on the item,
      * assesses the returned-item fee from PARAMS.DAT (unless
      * a RETURN or ALL fee waiver is in force), writes
      * an ALERTS.DAT customer notification the ALERTEXT flow
      * picks up, and prints the daily chargeback report.
      *
       01  WS-FEES-TOTAL               PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FEES-WAIVED-TOTAL        PIC S9(12)V99 COMP-3
                                       VALUE ZERO.

      *    Fee waiver lookup - the FEEWAIV subprogram is asked
      *    before the returned-item fee is charged
       01  WS-WAIVE-FEE-CODE           PIC X(6) VALUE "RETURN".
       01  WS-WAIVE-AMOUNT             PIC 9(10)V99.
       01  WS-WAIVE-SOURCE             PIC X(8) VALUE "DEPRTN".
       01  WS-WAIVE-FLAG               PIC X(1) VALUE 'N'.
           88  FEE-IS-WAIVED           VALUE 'Y'.
       01  WS-WAIVE-RETURN-CODE        PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.

           IF RETURNED-ITEM-FEE <= ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE RETURNED-ITEM-FEE TO WS-WAIVE-AMOUNT
           CALL "FEEWAIV" USING DRI-ACCOUNT
                                WS-WAIVE-FEE-CODE
                                WS-BUSINESS-DATE
                                WS-WAIVE-AMOUNT
                                WS-WAIVE-SOURCE
                                WS-WAIVE-FLAG
                                WS-WAIVE-RETURN-CODE
           END-CALL
           IF FEE-IS-WAIVED
               ADD RETURNED-ITEM-FEE TO WS-FEES-WAIVED-TOTAL
               DISPLAY "  Returned-item fee waived on account "
                       DRI-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           DISPLAY "Charged back:    $" WS-DISPLAY-TOTAL
           MOVE WS-FEES-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Fees assessed:   $" WS-DISPLAY-TOTAL
           MOVE WS-FEES-WAIVED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Fees waived:     $" WS-DISPLAY-TOTAL
           DISPLAY "Customer alerts written to data/ALERTS.DAT"
           DISPLAY " ".

