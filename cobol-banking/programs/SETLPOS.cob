      *   (each net of its ACHRTN.DAT returns)
      *   - inclearing presentments + inclearing returns
      *   - wires extracted to the correspondent today
      *   - card purchases the network cleared today
      *     (CARDSETL.DAT, written by CARDCLR)
      * Positive means the correspondent owes us; negative
      * means we owe. Wires posted but not yet extracted carry
      * forward as tomorrow's settlement in waiting, and the
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Card network settlement totals from CARDCLR - the
      *    day's cleared purchases are owed to the network
           SELECT CARD-SETTLEMENT-FILE ASSIGN TO "data/CARDSETL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
       FD  WIRE-FILE.
           COPY "copybooks/WIRE-RECORD.cpy".

       FD  CARD-SETTLEMENT-FILE.
           COPY "copybooks/CARD-SETTLEMENT-RECORD.cpy".

       FD  POSITION-FILE.
           COPY "copybooks/SETTLEMENT-POSITION-RECORD.cpy".

                                       VALUE ZERO.
       01  WS-WIRES-PENDING-TOTAL      PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CARD-SETTLEMENT-TOTAL    PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-EXPECTED-POSITION        PIC S9(12)V99 COMP-3
                                       VALUE ZERO.

           PERFORM SUM-PRESENTMENTS
           PERFORM SUM-INCLEAR-RETURNS
           PERFORM SUM-WIRES
           PERFORM SUM-CARD-SETTLEMENT
           PERFORM COMPUTE-EXPECTED-POSITION
           PERFORM READ-PRIOR-POSITION
           PERFORM WRITE-TODAYS-POSITION
           CLOSE WIRE-FILE
           SET WS-NOT-EOF TO TRUE.

       SUM-CARD-SETTLEMENT.
      *    Every CARDCLR run on the business date appends its
      *    cleared total - a rerun with a second network file
      *    adds to the day rather than replacing it
           OPEN INPUT CARD-SETTLEMENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ CARD-SETTLEMENT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CST-DATE = WS-BUSINESS-DATE
                           ADD CST-CLEARED-TOTAL TO
                               WS-CARD-SETTLEMENT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-SETTLEMENT-FILE
           SET WS-NOT-EOF TO TRUE.

       COMPUTE-EXPECTED-POSITION.
      *    Signed toward "the correspondent owes us" - credits
      *    received less debits sent, minus what we pay on
      *    presentments, wires and card clearing, each leg net
      *    of its returns
           COMPUTE WS-EXPECTED-POSITION =
               (WS-ACH-CREDIT-TOTAL - WS-ACH-RTN-CREDIT-TOTAL)
               - (WS-ACH-DEBIT-TOTAL - WS-ACH-RTN-DEBIT-TOTAL)
               - (WS-PRESENTMENT-TOTAL - WS-INCLEAR-RTN-TOTAL)
               - WS-WIRES-EXTRACTED-TOTAL
               - WS-CARD-SETTLEMENT-TOTAL.

       READ-PRIOR-POSITION.
      *    The last record on the history file before today is
           DISPLAY "Presentment returns:    $" WS-DISPLAY-TOTAL
           MOVE WS-WIRES-EXTRACTED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Wires extracted today:  $" WS-DISPLAY-TOTAL
           MOVE WS-CARD-SETTLEMENT-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Card network settlement:$" WS-DISPLAY-TOTAL
           DISPLAY " "
           MOVE WS-EXPECTED-POSITION TO WS-DISPLAY-TOTAL
           DISPLAY "EXPECTED SETTLEMENT:    $" WS-DISPLAY-TOTAL
