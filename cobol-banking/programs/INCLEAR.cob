      * of posting. Accounts with no issue records post exactly
      * as before the register existed.
      *
      * Every check paid into the overdraft line and every NSF
      * return is logged through FEEITEM for the nightly
      * ITEMFEE item fee assessment.
      *
      * Usage: INCLEAR (no parameters - reads data/INCLEAR.DAT)
      *********************************************************

       01  WS-SWEPT-AMOUNT             PIC 9(10)V99 VALUE ZERO.
       01  WS-SWEEP-RETURN-CODE        PIC 9(2) VALUE ZERO.
       01  WS-SWEEP-TELLER-ID          PIC X(5) VALUE SPACES.
      *    Overdraft/NSF fee item capture - a check paid into the
      *    overdraft line or returned NSF is handed to the
      *    FEEITEM subprogram for the nightly ITEMFEE step
       01  WS-FEE-ITEM-KIND            PIC X(1).
       01  WS-FEE-ITEM-TXN-ID          PIC 9(15).
       01  WS-FEE-ITEM-SOURCE          PIC X(8) VALUE "INCLEAR".
       01  WS-FEE-ITEM-RETURN-CODE     PIC 9(2) VALUE ZERO.
       01  WS-ITEMS-READ               PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-POSTED             PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-RETURNED           PIC 9(7) VALUE ZERO.
           IF PRS-AMOUNT > WS-AVAILABLE-FUNDS
               MOVE "NSF" TO RTN-REASON-CODE
               PERFORM WRITE-RETURN-ITEM
               MOVE "N" TO WS-FEE-ITEM-KIND
               MOVE ZERO TO WS-FEE-ITEM-TXN-ID
               PERFORM CAPTURE-FEE-ITEM
               EXIT PARAGRAPH
           END-IF

           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM RECORD-INCLEARING-TRANSACTION
           IF ACC-BALANCE < ZERO
               MOVE "P" TO WS-FEE-ITEM-KIND
               MOVE WS-TRANSACTION-COUNTER TO WS-FEE-ITEM-TXN-ID
               PERFORM CAPTURE-FEE-ITEM
           END-IF
           IF PP-ENROLLED AND PP-EXACT-MATCH
               PERFORM MARK-ISSUE-PAID
           END-IF
           ADD 1 TO WS-ITEMS-POSTED
           ADD PRS-AMOUNT TO WS-POSTED-TOTAL.

       CAPTURE-FEE-ITEM.
      *    Log a check paid into the overdraft line (kind P, with
      *    its TXN-ID) or returned NSF (kind N, referenced by its
      *    check number) for the nightly item fee assessment
           CALL "FEEITEM" USING PRS-ACCOUNT
                                WS-FEE-ITEM-KIND
                                PRS-AMOUNT
                                WS-FEE-ITEM-TXN-ID
                                PRS-CHECK-NUMBER
                                ACC-BALANCE
                                WS-FEE-ITEM-SOURCE
                                WS-FEE-ITEM-RETURN-CODE.

       ATTEMPT-OVERDRAFT-SWEEP.
      *    The account is short of its own collected funds and
      *    carries a protection link - pull covering increments
