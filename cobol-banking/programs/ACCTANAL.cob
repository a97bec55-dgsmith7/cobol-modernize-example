      * prints an analysis statement of activity, credit and
      * the net fee. Only the shortfall - charges less credit,
      * never below zero - posts, as a FEEBATCH-style TXN-TYPE
      * 'F' entry. An advance fee waiver (ANALYS or ALL)
      * found through FEEWAIV skips the post, and fee refund
      * credits are not priced as deposits.
      *
      * The price schedule is plain text, one line per priced
      * type, maintained by hand like the rate schedule:
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *    Fee waiver lookup - the FEEWAIV subprogram is asked
      *    before any analysis fee posts
       01  WS-WAIVE-FEE-CODE           PIC X(6) VALUE "ANALYS".
       01  WS-WAIVE-AMOUNT             PIC 9(10)V99.
       01  WS-WAIVE-SOURCE             PIC X(8) VALUE "ACCTANAL".
       01  WS-WAIVE-FLAG               PIC X(1) VALUE 'N'.
           88  FEE-IS-WAIVED           VALUE 'Y'.
       01  WS-WAIVE-RETURN-CODE        PIC 9(2) VALUE ZERO.
       01  WS-FEES-WAIVED              PIC 9(7) VALUE ZERO.
       01  WS-WAIVED-TOTAL             PIC S9(10)V99 COMP-3
                                       VALUE ZERO.

      *    Calendar support for the month length
       01  WS-BD-YEAR                  PIC 9(4).
       01  WS-BD-MONTH                 PIC 9(2).
           END-IF
           PERFORM PRINT-ANALYSIS-STATEMENT
           IF WS-NET-FEE > ZERO
               PERFORM CHECK-ANALYSIS-WAIVER
               IF FEE-IS-WAIVED
                   DISPLAY "  Analysis fee waived"
               ELSE
                   PERFORM POST-ANALYSIS-FEE
               END-IF
           END-IF.

       CHECK-ANALYSIS-WAIVER.
      *    An advance waiver of the analysis fee (or of ALL fees)
      *    covering the business date skips the charge - FEEWAIV
      *    logs the skipped amount for the refund and waiver
      *    report
           MOVE WS-NET-FEE TO WS-WAIVE-AMOUNT
           CALL "FEEWAIV" USING WS-SEARCH-ACCOUNT
                                WS-WAIVE-FEE-CODE
                                WS-BUSINESS-DATE
                                WS-WAIVE-AMOUNT
                                WS-WAIVE-SOURCE
                                WS-WAIVE-FLAG
                                WS-WAIVE-RETURN-CODE
           END-CALL
           IF FEE-IS-WAIVED
               ADD 1 TO WS-FEES-WAIVED
               ADD WS-NET-FEE TO WS-WAIVED-TOTAL
           END-IF.

       COUNT-MONTH-ACTIVITY.
               ADD WS-SIGNED-AMOUNT TO WS-DAY-NET(WS-TXN-DAY)
           END-IF
      *    The priced counts - each type priced once per item,
      *    transfers counted on either side. A fee refund credit
      *    is the bank's own entry, not a priced deposit.
           EVALUATE TXN-TYPE
               WHEN "D"
                   IF TXN-DESCRIPTION(1:10) NOT = "FEE REFUND"
                       ADD 1 TO WS-COUNT-DEPOSITS
                   END-IF
               WHEN "W"
                   ADD 1 TO WS-COUNT-WITHDRAWALS
               WHEN "T"
           DISPLAY "Net fees posted:   " WS-FEES-POSTED
           MOVE WS-FEE-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Fee total:         $" WS-DISPLAY-TOTAL
           DISPLAY "Fees waived:       " WS-FEES-WAIVED
           MOVE WS-WAIVED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Waived total:      $" WS-DISPLAY-TOTAL
           DISPLAY " ".

       END PROGRAM ACCTANAL.
