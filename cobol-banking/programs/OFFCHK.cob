      * and issues the new one on the same terms. OUTSTAND
      * ages unpresented items for the escheatment process.
      * INCLEAR marks register items paid as presentments on
      * the settlement account clear. ESCROW pays a loan's
      * property tax or insurance bill out of its escrow
      * balance - no purchaser account is debited and no fee
      * is charged; voiding an escrow check puts the face back
      * into the loan's escrow. The settlement entries for an
      * escrow check read ESCROW DISBURSEMENT and ESCROW CHECK
      * VOIDED with the loan number, so GLEXTRCT journals them
      * against the loan escrow liability.
      *
      * The settlement account number comes from PARAMS.DAT
      * (OFFICIAL-CHECK-ACCOUNT) and must exist on the account
      * master; the fee is OFFICIAL-CHECK-FEE. An advance fee
      * waiver (OFFCHK or ALL) found through FEEWAIV issues the
      * check without the fee.
      *
      * Usage: OFFCHK TELLER-ID COMMAND [ARGS]
      * Commands:
      *   STOP    serial
      *   VOID    serial
      *   REISSUE old-serial new-serial
      *   ESCROW  serial loan-num TAX|INS amount payee
      *   LIST
      *   OUTSTAND
      * Multi-word payees use underscores in place of spaces.
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Loan master - escrow disbursements draw down the
      *    loan's escrow balance
           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Loan escrow history - one entry per escrow check paid
      *    or voided
           SELECT ESCROW-HISTORY-FILE ASSIGN TO "data/ESCROWHS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  ESCROW-HISTORY-FILE.
           COPY "copybooks/ESCROW-HISTORY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    Branch stamped onto every transaction this program
       01  WS-OFC-AMOUNT-ARG           PIC 9(10)V99 VALUE ZERO.
       01  WS-PAYEE-ARG                PIC X(30) VALUE SPACES.
       01  WS-TOTAL-DEBIT              PIC S9(10)V99 COMP-3.
      *    Fee waiver lookup - asked before the debit is sized,
      *    logged through FEEWAIV only once the issue has posted
       01  WS-WAIVE-FEE-CODE           PIC X(6) VALUE "OFFCHK".
       01  WS-WAIVE-AMOUNT             PIC 9(10)V99.
       01  WS-WAIVE-SOURCE             PIC X(8) VALUE "OFFCHK".
       01  WS-WAIVE-FLAG               PIC X(1) VALUE 'N'.
           88  FEE-IS-WAIVED           VALUE 'Y'.
       01  WS-WAIVE-RETURN-CODE        PIC 9(2) VALUE ZERO.
       01  WS-WAIVED-FEE               PIC 9(4)V99 VALUE ZERO.
      *    Escrow disbursement - the loan paying the bill, TAX or
      *    INS, and the history type that goes with it
       01  WS-TEMP-ESCROW-LOAN         PIC X(10) VALUE SPACES.
       01  WS-ESCROW-LOAN-ARG          PIC 9(10) VALUE ZERO.
       01  WS-ESCROW-KIND-ARG          PIC X(3) VALUE SPACES.
       01  WS-ESCROW-HIST-TYPE         PIC X(1).

       01  WS-REGISTER-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  REGISTER-FOUND          VALUE 'Y'.
       01  WS-SAVED-AMOUNT             PIC 9(10)V99 COMP-3.
       01  WS-SAVED-PAYEE              PIC X(30).
       01  WS-SAVED-PURCHASER          PIC 9(10).
       01  WS-SAVED-ESCROW-LOAN        PIC 9(10).

      *    OUTSTAND aging - simplified day math, months as 30
      *    days, the same tolerance LOANAGE accepts
                   PERFORM VOID-OFFICIAL-CHECK
               WHEN "REISSUE"
                   PERFORM REISSUE-OFFICIAL-CHECK
               WHEN "ESCROW"
                   PERFORM ISSUE-ESCROW-CHECK
               WHEN "LIST"
                   PERFORM LIST-REGISTER
               WHEN "OUTSTAND"
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-SERIAL
                            WS-TEMP-SERIAL-2
               WHEN "ESCROW"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-SERIAL
                            WS-TEMP-ESCROW-LOAN
                            WS-ESCROW-KIND-ARG
                            WS-TEMP-OFC-AMOUNT
                            WS-PAYEE-ARG
                   INSPECT WS-PAYEE-ARG REPLACING ALL "_" BY " "
               WHEN "STOP"
               WHEN "VOID"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
              WS-TEMP-OFC-ACCOUNT NOT = SPACES
               MOVE WS-TEMP-OFC-ACCOUNT TO WS-OFC-ACCOUNT-ARG
           END-IF
           IF WS-TEMP-ESCROW-LOAN IS NUMERIC AND
              WS-TEMP-ESCROW-LOAN NOT = SPACES
               MOVE WS-TEMP-ESCROW-LOAN TO WS-ESCROW-LOAN-ARG
           END-IF
           IF WS-TEMP-OFC-AMOUNT NOT = SPACES
               COMPUTE WS-OFC-AMOUNT-ARG =
                   FUNCTION NUMVAL(WS-TEMP-OFC-AMOUNT)
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *    A waived fee comes off before the debit is sized, so
      *    neither the funds test nor RECORD-ISSUE-FEE sees it
           MOVE ZERO TO WS-WAIVE-AMOUNT
           PERFORM CHECK-ISSUE-FEE-WAIVER
           IF FEE-IS-WAIVED
               MOVE OFFICIAL-CHECK-FEE TO WS-WAIVED-FEE
               MOVE ZERO TO OFFICIAL-CHECK-FEE
           END-IF
      *    Debit the purchaser for face plus fee under the
      *    usual rules, then credit the settlement account -
      *    the bank's obligation now lives on our books
           PERFORM WRITE-REGISTER-ITEM
           MOVE WS-OFC-AMOUNT-ARG TO WS-DISPLAY-AMOUNT
           DISPLAY "Official check " WS-SERIAL-ARG " issued to "
                   WS-PAYEE-ARG " for $" WS-DISPLAY-AMOUNT
           IF WS-WAIVED-FEE > ZERO
               MOVE WS-WAIVED-FEE TO WS-WAIVE-AMOUNT
               PERFORM CHECK-ISSUE-FEE-WAIVER
               DISPLAY "Official check fee waived"
           END-IF.

       CHECK-ISSUE-FEE-WAIVER.
      *    A zero amount only asks; the fee amount, passed once
      *    the check has issued, also logs the waived fee
           CALL "FEEWAIV" USING WS-OFC-ACCOUNT-ARG
                                WS-WAIVE-FEE-CODE
                                WS-BUSINESS-DATE
                                WS-WAIVE-AMOUNT
                                WS-WAIVE-SOURCE
                                WS-WAIVE-FLAG
                                WS-WAIVE-RETURN-CODE
           END-CALL.

       ISSUE-ESCROW-CHECK.
      *    A tax or insurance bill paid out of a loan's escrow -
      *    the escrow balance comes down, the settlement account
      *    takes the face the same as any other official check,
      *    and the register item carries the loan rather than a
      *    purchaser. Escrow never pays more than it holds; a
      *    shortage is the borrower's to cover before the check
      *    is cut.
           IF WS-SERIAL-ARG = ZERO OR WS-ESCROW-LOAN-ARG = ZERO
               OR WS-OFC-AMOUNT-ARG <= ZERO OR
               WS-PAYEE-ARG = SPACES
               DISPLAY "Error: ESCROW needs serial loan-num "
                       "TAX|INS amount payee"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ESCROW-KIND-ARG
               WHEN "TAX"
                   MOVE "T" TO WS-ESCROW-HIST-TYPE
               WHEN "INS"
                   MOVE "I" TO WS-ESCROW-HIST-TYPE
               WHEN OTHER
                   DISPLAY "Error: Escrow bill must be TAX or INS"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM FIND-REGISTER-ITEM
           IF REGISTER-FOUND
               DISPLAY "Error: Serial " WS-SERIAL-ARG
                       " is already on the register"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE REGISTER-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LOAN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening loan master, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ESCROW-LOAN-ARG TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Error: Loan " WS-ESCROW-LOAN-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT LN-ACTIVE
               DISPLAY "Error: Loan " LN-LOAN-NUMBER
                       " is not active"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-OFC-AMOUNT-ARG > LN-ESCROW-BALANCE
               MOVE LN-ESCROW-BALANCE TO WS-DISPLAY-AMOUNT
               DISPLAY "Error: Escrow balance of $" WS-DISPLAY-AMOUNT
                       " will not cover the bill"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-OFC-AMOUNT-ARG FROM LN-ESCROW-BALANCE
           REWRITE LOAN-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating loan escrow, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ESCROW-HISTORY
           MOVE LN-ESCROW-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY "Loan " LN-LOAN-NUMBER " escrow balance now $"
                   WS-DISPLAY-AMOUNT
           CLOSE LOAN-FILE
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM CREDIT-SETTLEMENT-ACCOUNT
               CLOSE ACCOUNT-FILE
           END-IF
           MOVE ZERO TO WS-OFC-ACCOUNT-ARG
           PERFORM WRITE-REGISTER-ITEM
           MOVE WS-OFC-AMOUNT-ARG TO WS-DISPLAY-AMOUNT
           DISPLAY "Escrow check " WS-SERIAL-ARG " issued to "
                   WS-PAYEE-ARG " for $" WS-DISPLAY-AMOUNT.

       CREDIT-SETTLEMENT-ACCOUNT.
       RECORD-SETTLEMENT-CREDIT.
      *    The settlement side of an issue - a deposit on the
      *    settlement account for the face, under the check's
      *    serial; an escrow check names the loan it pays for
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE "D" TO TXN-TYPE
           MOVE WS-OFC-AMOUNT-ARG TO TXN-AMOUNT
           IF WS-ESCROW-LOAN-ARG > ZERO
               MOVE SPACES TO TXN-DESCRIPTION
               STRING "ESCROW DISBURSEMENT " DELIMITED BY SIZE
                      WS-ESCROW-LOAN-ARG DELIMITED BY SIZE
                      INTO TXN-DESCRIPTION
               END-STRING
           ELSE
               MOVE "OFFICIAL CHECK ISSUED" TO TXN-DESCRIPTION
           END-IF
           MOVE "P" TO TXN-STATUS
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           MOVE WS-OFC-ACCOUNT-ARG TO OFC-PURCHASER-ACCOUNT
           MOVE "O" TO OFC-STATUS
           MOVE ZERO TO OFC-SETTLED-DATE
           MOVE WS-ESCROW-LOAN-ARG TO OFC-ESCROW-LOAN
           WRITE OFFICIAL-CHECK-RECORD
           CLOSE REGISTER-FILE.

       VOID-OFFICIAL-CHECK.
      *    A voided check was never delivered - the face comes
      *    back out of the settlement account to the purchaser.
      *    The fee stays earned. An escrow check's face goes
      *    back into the loan's escrow instead.
           PERFORM FIND-REGISTER-ITEM
           IF REGISTER-NOT-FOUND
               DISPLAY "Error: Serial " WS-SERIAL-ARG
               EXIT PARAGRAPH
           END-IF
           MOVE OFC-AMOUNT TO WS-SAVED-AMOUNT
           MOVE OFC-PAYEE TO WS-SAVED-PAYEE
           MOVE OFC-PURCHASER-ACCOUNT TO WS-SAVED-PURCHASER
           MOVE OFC-ESCROW-LOAN TO WS-SAVED-ESCROW-LOAN
           MOVE "V" TO OFC-STATUS
           MOVE WS-BUSINESS-DATE TO OFC-SETTLED-DATE
           REWRITE OFFICIAL-CHECK-RECORD
           CLOSE REGISTER-FILE
           IF WS-SAVED-ESCROW-LOAN > ZERO
               PERFORM RETURN-VOIDED-ESCROW-CHECK
           ELSE
               PERFORM REFUND-VOIDED-CHECK
           END-IF
           DISPLAY "Official check " WS-SERIAL-ARG " voided".

       REFUND-VOIDED-CHECK.
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM RELEASE-SETTLEMENT-FACE
           MOVE WS-SAVED-PURCHASER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Warning: purchaser account "
                           WS-SAVED-PURCHASER
                           " not found - refund by hand"
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE ACC-BRANCH TO WS-POSTING-BRANCH
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "OFCVOID" TO WS-AUDIT-OPERATION
           ADD WS-SAVED-AMOUNT TO ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS = "00"
               PERFORM WRITE-AUDIT-ENTRY
               PERFORM RECORD-VOID-REFUND
           END-IF
           CLOSE ACCOUNT-FILE.

       RELEASE-SETTLEMENT-FACE.
      *    Take a voided check's face back out of the settlement
      *    account - expects ACCOUNT-FILE open I-O
           MOVE OFFICIAL-CHECK-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                       MOVE ACC-BRANCH TO WS-POSTING-BRANCH
                       PERFORM RECORD-SETTLEMENT-RELEASE
                   END-IF
           END-READ.

       RETURN-VOIDED-ESCROW-CHECK.
      *    A voided escrow check never paid the bill - the face
      *    leaves the settlement account and goes back into the
      *    loan's escrow balance
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM RELEASE-SETTLEMENT-FACE
               CLOSE ACCOUNT-FILE
           END-IF
           OPEN I-O LOAN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Warning: loan master not available - "
                       "return the face to the escrow of loan "
                       WS-SAVED-ESCROW-LOAN " by hand"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SAVED-ESCROW-LOAN TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Warning: loan " WS-SAVED-ESCROW-LOAN
                           " not found - return the escrow by hand"
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-READ
           ADD WS-SAVED-AMOUNT TO LN-ESCROW-BALANCE
           REWRITE LOAN-RECORD
           MOVE "V" TO WS-ESCROW-HIST-TYPE
           MOVE WS-SAVED-AMOUNT TO WS-OFC-AMOUNT-ARG
           MOVE WS-SAVED-PAYEE TO WS-PAYEE-ARG
           PERFORM WRITE-ESCROW-HISTORY
           MOVE WS-SAVED-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "$" WS-DISPLAY-AMOUNT " returned to escrow of "
                   "loan " LN-LOAN-NUMBER
           CLOSE LOAN-FILE.

       WRITE-ESCROW-HISTORY.
      *    Append one escrow movement for the loan just rewritten
      *    - the caller sets the type, the face and payee come
      *    from the check
           OPEN EXTEND ESCROW-HISTORY-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ESCROW-HISTORY-FILE
               OPEN OUTPUT ESCROW-HISTORY-FILE
           END-IF
           MOVE LN-LOAN-NUMBER TO ESH-LOAN-NUMBER
           MOVE WS-ESCROW-HIST-TYPE TO ESH-TYPE
           MOVE WS-OFC-AMOUNT-ARG TO ESH-AMOUNT
           MOVE WS-BUSINESS-DATE TO ESH-DATE
           MOVE WS-TIME-NUMERIC TO ESH-TIME
           MOVE LN-ESCROW-BALANCE TO ESH-BALANCE-AFTER
           MOVE WS-PAYEE-ARG TO ESH-PAYEE
           MOVE WS-SERIAL-ARG TO ESH-CHECK-SERIAL
           MOVE WS-TELLER-ID-PARM TO ESH-TELLER-ID
           WRITE ESCROW-HISTORY-RECORD
           CLOSE ESCROW-HISTORY-FILE.

       RECORD-SETTLEMENT-RELEASE.
      *    The settlement side of a void - a withdrawal on the
      *    settlement account releasing the face, under the
      *    check's serial; a voided escrow check names its loan
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE "W" TO TXN-TYPE
           MOVE WS-SAVED-AMOUNT TO TXN-AMOUNT
           IF WS-SAVED-ESCROW-LOAN > ZERO
               MOVE SPACES TO TXN-DESCRIPTION
               STRING "ESCROW CHECK VOIDED " DELIMITED BY SIZE
                      WS-SAVED-ESCROW-LOAN DELIMITED BY SIZE
                      INTO TXN-DESCRIPTION
               END-STRING
           ELSE
               MOVE "OFFICIAL CHECK VOIDED" TO TXN-DESCRIPTION
           END-IF
           MOVE "P" TO TXN-STATUS
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           MOVE OFC-AMOUNT TO WS-SAVED-AMOUNT
           MOVE OFC-PAYEE TO WS-SAVED-PAYEE
           MOVE OFC-PURCHASER-ACCOUNT TO WS-SAVED-PURCHASER
           MOVE OFC-ESCROW-LOAN TO WS-SAVED-ESCROW-LOAN
           MOVE "R" TO OFC-STATUS
           MOVE WS-BUSINESS-DATE TO OFC-SETTLED-DATE
           REWRITE OFFICIAL-CHECK-RECORD
           MOVE WS-SAVED-PURCHASER TO OFC-PURCHASER-ACCOUNT
           MOVE "O" TO OFC-STATUS
           MOVE ZERO TO OFC-SETTLED-DATE
           MOVE WS-SAVED-ESCROW-LOAN TO OFC-ESCROW-LOAN
           WRITE OFFICIAL-CHECK-RECORD
           CLOSE REGISTER-FILE
           DISPLAY "Official check " WS-SERIAL-ARG
           DISPLAY "  STOP serial"
           DISPLAY "  VOID serial"
           DISPLAY "  REISSUE old-serial new-serial"
           DISPLAY "  ESCROW serial loan-num TAX|INS amount payee"
           DISPLAY "  LIST"
           DISPLAY "  OUTSTAND".

