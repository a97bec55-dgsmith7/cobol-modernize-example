       01  WS-EXCESS-FEE-FLAG          PIC X(1) VALUE 'N'.
           88  EXCESS-FEE-DUE          VALUE 'Y'.
           88  NO-EXCESS-FEE           VALUE 'N'.
      *    Excess-activity fee waiver lookup through FEEWAIV
       01  WS-WAIVE-ACCOUNT            PIC 9(10).
       01  WS-WAIVE-FEE-CODE           PIC X(6) VALUE "EXCESS".
       01  WS-WAIVE-AMOUNT             PIC 9(10)V99.
       01  WS-WAIVE-SOURCE             PIC X(8) VALUE "TRANSFER".
       01  WS-WAIVE-FLAG               PIC X(1) VALUE 'N'.
           88  FEE-IS-WAIVED           VALUE 'Y'.
       01  WS-WAIVE-RETURN-CODE        PIC 9(2) VALUE ZERO.

       
       LINKAGE SECTION.
           IF ACC-STMT-WDL-COUNT < 99
               ADD 1 TO ACC-STMT-WDL-COUNT
           END-IF
      *    An excess-activity fee waived on the account is
      *    skipped and logged as waived
           MOVE "N" TO WS-WAIVE-FLAG
           IF ACC-STMT-WDL-COUNT > SAVINGS-WITHDRAWAL-LIMIT
               MOVE ACC-NUMBER TO WS-WAIVE-ACCOUNT
               MOVE SAVINGS-EXCESS-FEE TO WS-WAIVE-AMOUNT
               CALL "FEEWAIV" USING WS-WAIVE-ACCOUNT
                                    WS-WAIVE-FEE-CODE
                                    WS-BUSINESS-DATE
                                    WS-WAIVE-AMOUNT
                                    WS-WAIVE-SOURCE
                                    WS-WAIVE-FLAG
                                    WS-WAIVE-RETURN-CODE
               END-CALL
               IF FEE-IS-WAIVED
                   DISPLAY "Excess activity fee waived on savings "
                           "withdrawal " ACC-STMT-WDL-COUNT
               END-IF
           END-IF
           IF ACC-STMT-WDL-COUNT > SAVINGS-WITHDRAWAL-LIMIT AND
              NOT FEE-IS-WAIVED
               SET EXCESS-FEE-DUE TO TRUE
               SUBTRACT SAVINGS-EXCESS-FEE FROM ACC-BALANCE
               MOVE SAVINGS-EXCESS-FEE TO WS-DISPLAY-AMOUNT
