       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLMNT.
      *********************************************************
      * BILLMNT - Bill Payment Payee and Instruction Maintenance
      * A customer's bill payment service is two files: the
      * payees the customer pays (BILLPAYE.DAT) and the payments
      * scheduled to them (BILLINST.DAT). Each payee is paid
      * either by ACH credit to the payee's account at the
      * payee's bank, or by a check mailed to the payee's
      * address. A payment is one-time on a date, or recurs
      * weekly or monthly from that date. The nightly BILLPAY
      * step pays whatever has come due and records each
      * attempt on BILLHIST.DAT, which HISTORY lists back.
      *
      * Names and addresses are keyed with underscores for
      * spaces (ACME_POWER_CO).
      *
      * Usage: BILLMNT TELLER-ID COMMAND [ARGS]
      * Commands:
      *   PAYEE     customer C name address city state zip [ref]
      *   PAYEE     customer E name routing account [ref]
      *   DROPPAYEE payee-id
      *   PAYEES    customer
      *   PAY       customer account payee-id amount date [O|W|M]
      *   CANCEL    instruction-id
      *   LIST      customer
      *   HISTORY   customer
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bill payment payees - rewritten in place when dropped
           SELECT BILL-PAYEE-FILE ASSIGN TO "data/BILLPAYE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Bill payment instructions - rewritten in place when
      *    cancelled, and nightly by BILLPAY
           SELECT BILL-INSTRUCTION-FILE ASSIGN TO "data/BILLINST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Bill payment history BILLPAY writes
           SELECT BILL-HISTORY-FILE ASSIGN TO "data/BILLHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - the customer must be on file
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Account master - a payment is drawn on the customer's
      *    own active account
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BILL-PAYEE-FILE.
           COPY "copybooks/BILL-PAYEE-RECORD.cpy".

       FD  BILL-INSTRUCTION-FILE.
           COPY "copybooks/BILL-INSTRUCTION-RECORD.cpy".

       FD  BILL-HISTORY-FILE.
           COPY "copybooks/BILL-HISTORY-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Bill payment maintenance working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(200).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.

       01  WS-TEMP-CUSTOMER            PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ARG             PIC 9(10) VALUE ZERO.
       01  WS-TEMP-ID                  PIC X(7) VALUE SPACES.
       01  WS-ID-ARG                   PIC 9(7) VALUE ZERO.
       01  WS-TEMP-FROM-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-FROM-ACCOUNT-ARG         PIC 9(10) VALUE ZERO.
       01  WS-TEMP-DATE                PIC X(8) VALUE SPACES.
       01  WS-DATE-ARG                 PIC 9(8) VALUE ZERO.
       01  WS-FREQUENCY-ARG            PIC X(1) VALUE SPACES.
       01  WS-METHOD-ARG               PIC X(1) VALUE SPACES.
       01  WS-NAME-ARG                 PIC X(30) VALUE SPACES.
       01  WS-ADDRESS-ARG              PIC X(30) VALUE SPACES.
       01  WS-CITY-ARG                 PIC X(20) VALUE SPACES.
       01  WS-STATE-ARG                PIC X(2) VALUE SPACES.
       01  WS-ZIP-ARG                  PIC X(10) VALUE SPACES.
       01  WS-TEMP-ROUTING             PIC X(9) VALUE SPACES.
       01  WS-ROUTING-ARG              PIC 9(9) VALUE ZERO.
       01  WS-TEMP-PAYEE-ACCOUNT       PIC X(10) VALUE SPACES.
       01  WS-PAYEE-ACCOUNT-ARG        PIC 9(10) VALUE ZERO.
       01  WS-REFERENCE-ARG            PIC X(20) VALUE SPACES.

       01  WS-NEXT-ID                  PIC 9(7) VALUE ZERO.
       01  WS-REC-FOUND-FLAG           PIC X(1) VALUE 'N'.
           88  REC-FOUND               VALUE 'Y'.
           88  REC-NOT-FOUND           VALUE 'N'.
       01  WS-ITEMS-LISTED             PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "PAYEE"
                   PERFORM ADD-PAYEE
               WHEN "DROPPAYEE"
                   PERFORM DROP-PAYEE
               WHEN "PAYEES"
                   PERFORM LIST-PAYEES
               WHEN "PAY"
                   PERFORM ADD-INSTRUCTION
               WHEN "CANCEL"
                   PERFORM CANCEL-INSTRUCTION
               WHEN "LIST"
                   PERFORM LIST-INSTRUCTIONS
               WHEN "HISTORY"
                   PERFORM LIST-HISTORY
               WHEN OTHER
                   PERFORM DISPLAY-USAGE
                   MOVE 8 TO WS-MAIN-RETURN-CODE
           END-EVALUATE
           STOP RUN RETURNING WS-MAIN-RETURN-CODE.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           PERFORM GET-BUSINESS-DATE
           SET NO-ERROR TO TRUE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-TELLER-ID-PARM
                    WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN "PAYEE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-CUSTOMER
                            WS-METHOD-ARG
                   IF WS-METHOD-ARG = "E"
                       UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                           INTO WS-TELLER-ID-PARM WS-COMMAND
                                WS-TEMP-CUSTOMER
                                WS-METHOD-ARG
                                WS-NAME-ARG
                                WS-TEMP-ROUTING
                                WS-TEMP-PAYEE-ACCOUNT
                                WS-REFERENCE-ARG
                   ELSE
                       UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                           INTO WS-TELLER-ID-PARM WS-COMMAND
                                WS-TEMP-CUSTOMER
                                WS-METHOD-ARG
                                WS-NAME-ARG
                                WS-ADDRESS-ARG
                                WS-CITY-ARG
                                WS-STATE-ARG
                                WS-ZIP-ARG
                                WS-REFERENCE-ARG
                   END-IF
                   INSPECT WS-NAME-ARG REPLACING ALL "_" BY " "
                   INSPECT WS-ADDRESS-ARG REPLACING ALL "_" BY " "
                   INSPECT WS-CITY-ARG REPLACING ALL "_" BY " "
                   INSPECT WS-REFERENCE-ARG
                       REPLACING ALL "_" BY " "
               WHEN "PAYEES"
               WHEN "LIST"
               WHEN "HISTORY"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-CUSTOMER
               WHEN "DROPPAYEE"
               WHEN "CANCEL"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-ID
               WHEN "PAY"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-CUSTOMER
                            WS-TEMP-FROM-ACCOUNT
                            WS-TEMP-ID
                            WS-TEMP-AMOUNT
                            WS-TEMP-DATE
                            WS-FREQUENCY-ARG
           END-EVALUATE
           IF WS-TEMP-CUSTOMER IS NUMERIC AND
              WS-TEMP-CUSTOMER NOT = SPACES
               MOVE WS-TEMP-CUSTOMER TO WS-CUSTOMER-ARG
           END-IF
           IF WS-TEMP-ID NOT = SPACES
               COMPUTE WS-ID-ARG = FUNCTION NUMVAL(WS-TEMP-ID)
           END-IF
           IF WS-TEMP-FROM-ACCOUNT IS NUMERIC AND
              WS-TEMP-FROM-ACCOUNT NOT = SPACES
               MOVE WS-TEMP-FROM-ACCOUNT TO WS-FROM-ACCOUNT-ARG
           END-IF
           IF WS-TEMP-AMOUNT NOT = SPACES
               COMPUTE WS-AMOUNT-PARM =
                   FUNCTION NUMVAL(WS-TEMP-AMOUNT)
           END-IF
           IF WS-TEMP-DATE IS NUMERIC AND WS-TEMP-DATE NOT = SPACES
               MOVE WS-TEMP-DATE TO WS-DATE-ARG
           END-IF
           IF WS-TEMP-ROUTING IS NUMERIC AND
              WS-TEMP-ROUTING NOT = SPACES
               MOVE WS-TEMP-ROUTING TO WS-ROUTING-ARG
           END-IF
           IF WS-TEMP-PAYEE-ACCOUNT NOT = SPACES
               COMPUTE WS-PAYEE-ACCOUNT-ARG =
                   FUNCTION NUMVAL(WS-TEMP-PAYEE-ACCOUNT)
           END-IF
           IF WS-FREQUENCY-ARG = SPACES
               MOVE "O" TO WS-FREQUENCY-ARG
           END-IF.

       GET-BUSINESS-DATE.
      *    Payees and payments are dated on the posting business
      *    date, the same clock BILLPAY pays against
           MOVE WS-DATE-NUMERIC TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DAY-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ BUSINESS-DAY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BDY-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ
           CLOSE BUSINESS-DAY-FILE.

       VALIDATE-CUSTOMER.
      *    The customer named by the command must be on the
      *    customer master - sets ERROR-OCCURRED when not
           IF WS-CUSTOMER-ARG = ZERO
               DISPLAY "Error: Customer ID required"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-ARG TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Error: Customer " WS-CUSTOMER-ARG
                           " not found"
                   SET ERROR-OCCURRED TO TRUE
           END-READ
           CLOSE CUSTOMER-FILE.

      * Payees
       ADD-PAYEE.
      *    A new payee goes on file under the next payee ID -
      *    an ACH payee needs the routing and account it is
      *    credited to, a check payee the address it is mailed to
           PERFORM VALIDATE-CUSTOMER
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-METHOD-ARG NOT = "C" AND WS-METHOD-ARG NOT = "E"
               DISPLAY "Error: Method must be C (check) or "
                       "E (electronic)"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NAME-ARG = SPACES
               DISPLAY "Error: Payee name required"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-METHOD-ARG = "E"
               IF WS-ROUTING-ARG = ZERO OR
                  WS-PAYEE-ACCOUNT-ARG = ZERO
                   DISPLAY "Error: An electronic payee needs the "
                           "routing number and account"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-ADDRESS-ARG = SPACES OR WS-CITY-ARG = SPACES
                  OR WS-STATE-ARG = SPACES OR WS-ZIP-ARG = SPACES
                   DISPLAY "Error: A check payee needs address, "
                           "city, state and zip"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZERO TO WS-NEXT-ID
           OPEN INPUT BILL-PAYEE-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ BILL-PAYEE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF BPE-PAYEE-ID > WS-NEXT-ID
                               MOVE BPE-PAYEE-ID TO WS-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILL-PAYEE-FILE
           END-IF
           ADD 1 TO WS-NEXT-ID
           OPEN EXTEND BILL-PAYEE-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE BILL-PAYEE-FILE
               OPEN OUTPUT BILL-PAYEE-FILE
           END-IF
           INITIALIZE BILL-PAYEE-RECORD
           MOVE WS-NEXT-ID TO BPE-PAYEE-ID
           MOVE WS-CUSTOMER-ARG TO BPE-CUSTOMER-ID
           MOVE WS-NAME-ARG TO BPE-NAME
           MOVE WS-METHOD-ARG TO BPE-METHOD
           IF BPE-BY-ACH
               MOVE WS-ROUTING-ARG TO BPE-ROUTING
               MOVE WS-PAYEE-ACCOUNT-ARG TO BPE-ACCOUNT
           ELSE
               MOVE WS-ADDRESS-ARG TO BPE-ADDRESS
               MOVE WS-CITY-ARG TO BPE-CITY
               MOVE WS-STATE-ARG TO BPE-STATE
               MOVE WS-ZIP-ARG TO BPE-ZIP
           END-IF
           MOVE WS-REFERENCE-ARG TO BPE-REFERENCE
           MOVE "A" TO BPE-STATUS
           MOVE WS-BUSINESS-DATE TO BPE-CHANGED-DATE
           MOVE WS-TELLER-ID-PARM TO BPE-CHANGED-BY
           WRITE BILL-PAYEE-RECORD
           CLOSE BILL-PAYEE-FILE
           DISPLAY "Payee " WS-NEXT-ID " " WS-NAME-ARG
                   " added for customer " WS-CUSTOMER-ARG.

       DROP-PAYEE.
      *    A dropped payee stays on file so history still names
      *    it, but BILLPAY will not pay it and PAY will not
      *    schedule to it
           IF WS-ID-ARG = ZERO
               DISPLAY "Error: DROPPAYEE needs payee-id"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BILL-PAYEE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No bill payment payees on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET REC-NOT-FOUND TO TRUE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF OR REC-FOUND
               READ BILL-PAYEE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BPE-PAYEE-ID = WS-ID-ARG
                           SET REC-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF REC-NOT-FOUND
               DISPLAY "Error: No payee with ID " WS-ID-ARG
               CLOSE BILL-PAYEE-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF BPE-INACTIVE
               DISPLAY "Error: Payee " WS-ID-ARG
                       " is already dropped"
               CLOSE BILL-PAYEE-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO BPE-STATUS
           MOVE WS-BUSINESS-DATE TO BPE-CHANGED-DATE
           MOVE WS-TELLER-ID-PARM TO BPE-CHANGED-BY
           REWRITE BILL-PAYEE-RECORD
           CLOSE BILL-PAYEE-FILE
           DISPLAY "Payee " WS-ID-ARG " " BPE-NAME " dropped by "
                   WS-TELLER-ID-PARM
           DISPLAY "Payments still scheduled to it will fail - "
                   "CANCEL them with BILLMNT CANCEL".

       LIST-PAYEES.
           PERFORM VALIDATE-CUSTOMER
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BILL-PAYEE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No bill payment payees on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BILL PAYMENT PAYEES - CUSTOMER " WS-CUSTOMER-ARG
           DISPLAY "========================================="
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ BILL-PAYEE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BPE-CUSTOMER-ID = WS-CUSTOMER-ARG
                           ADD 1 TO WS-ITEMS-LISTED
                           DISPLAY BPE-PAYEE-ID " " BPE-NAME " "
                                   BPE-METHOD " " BPE-STATUS
                                   " ref " BPE-REFERENCE
                           IF BPE-BY-ACH
                               DISPLAY "        routing "
                                       BPE-ROUTING " account "
                                       BPE-ACCOUNT
                           ELSE
                               DISPLAY "        " BPE-ADDRESS " "
                                       BPE-CITY " " BPE-STATE " "
                                       BPE-ZIP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILL-PAYEE-FILE
           DISPLAY " "
           DISPLAY "Payees: " WS-ITEMS-LISTED
           DISPLAY "(method E = ACH credit, C = check; status "
                   "A = active, I = dropped)".

      * Payment instructions
       ADD-INSTRUCTION.
      *    Schedule a payment from one of the customer's own
      *    active accounts to one of the customer's own active
      *    payees, on or after today's business date
           PERFORM VALIDATE-CUSTOMER
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT-PARM NOT > ZERO
               DISPLAY "Error: Amount must be greater than zero"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-ARG < WS-BUSINESS-DATE
               DISPLAY "Error: Payment date must be YYYYMMDD on or "
                       "after " WS-BUSINESS-DATE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-FREQUENCY-ARG NOT = "O" AND
              WS-FREQUENCY-ARG NOT = "W" AND
              WS-FREQUENCY-ARG NOT = "M"
               DISPLAY "Error: Frequency must be O, W or M"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-FROM-ACCOUNT
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-PAYEE
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-NEXT-ID
           OPEN INPUT BILL-INSTRUCTION-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ BILL-INSTRUCTION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF BPI-INSTRUCTION-ID > WS-NEXT-ID
                               MOVE BPI-INSTRUCTION-ID TO
                                   WS-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILL-INSTRUCTION-FILE
           END-IF
           ADD 1 TO WS-NEXT-ID
           OPEN EXTEND BILL-INSTRUCTION-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE BILL-INSTRUCTION-FILE
               OPEN OUTPUT BILL-INSTRUCTION-FILE
           END-IF
           INITIALIZE BILL-INSTRUCTION-RECORD
           MOVE WS-NEXT-ID TO BPI-INSTRUCTION-ID
           MOVE WS-CUSTOMER-ARG TO BPI-CUSTOMER-ID
           MOVE WS-FROM-ACCOUNT-ARG TO BPI-FROM-ACCOUNT
           MOVE WS-ID-ARG TO BPI-PAYEE-ID
           MOVE WS-AMOUNT-PARM TO BPI-AMOUNT
           MOVE WS-FREQUENCY-ARG TO BPI-FREQUENCY
           MOVE WS-DATE-ARG TO BPI-NEXT-DUE-DATE
           MOVE ZERO TO BPI-RETRY-DATE
           MOVE ZERO TO BPI-LAST-PAID-DATE
           MOVE "A" TO BPI-STATUS
           MOVE WS-TELLER-ID-PARM TO BPI-ENTERED-BY
           MOVE WS-BUSINESS-DATE TO BPI-ENTERED-DATE
           WRITE BILL-INSTRUCTION-RECORD
           CLOSE BILL-INSTRUCTION-FILE
           MOVE WS-AMOUNT-PARM TO WS-DISPLAY-AMOUNT
           DISPLAY "Payment " WS-NEXT-ID " scheduled: $"
                   WS-DISPLAY-AMOUNT " from " WS-FROM-ACCOUNT-ARG
                   " to payee " WS-ID-ARG
           DISPLAY "First due " WS-DATE-ARG " frequency "
                   WS-FREQUENCY-ARG.

       VALIDATE-FROM-ACCOUNT.
      *    The account must be active and owned or signed on by
      *    the customer
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FROM-ACCOUNT-ARG TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-FROM-ACCOUNT-ARG
                           " not found"
                   SET ERROR-OCCURRED TO TRUE
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNT-FILE
           IF ACC-STATUS NOT = "A"
               DISPLAY "Error: Account " WS-FROM-ACCOUNT-ARG
                       " is not active"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ACC-CUSTOMER-ID NOT = WS-CUSTOMER-ARG AND
              ACC-SIGNER-ID(1) NOT = WS-CUSTOMER-ARG AND
              ACC-SIGNER-ID(2) NOT = WS-CUSTOMER-ARG
               DISPLAY "Error: Account " WS-FROM-ACCOUNT-ARG
                       " does not belong to customer "
                       WS-CUSTOMER-ARG
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       VALIDATE-PAYEE.
      *    The payee must be one of the customer's own, and
      *    not dropped
           SET REC-NOT-FOUND TO TRUE
           OPEN INPUT BILL-PAYEE-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF OR REC-FOUND
                   READ BILL-PAYEE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF BPE-PAYEE-ID = WS-ID-ARG
                               SET REC-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILL-PAYEE-FILE
           END-IF
           IF REC-NOT-FOUND
               DISPLAY "Error: No payee with ID " WS-ID-ARG
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF BPE-CUSTOMER-ID NOT = WS-CUSTOMER-ARG
               DISPLAY "Error: Payee " WS-ID-ARG
                       " is not set up for customer "
                       WS-CUSTOMER-ARG
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT BPE-ACTIVE
               DISPLAY "Error: Payee " WS-ID-ARG " has been dropped"
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       CANCEL-INSTRUCTION.
           IF WS-ID-ARG = ZERO
               DISPLAY "Error: CANCEL needs instruction-id"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BILL-INSTRUCTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No bill payments on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET REC-NOT-FOUND TO TRUE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF OR REC-FOUND
               READ BILL-INSTRUCTION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BPI-INSTRUCTION-ID = WS-ID-ARG
                           SET REC-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF REC-NOT-FOUND
               DISPLAY "Error: No payment with ID " WS-ID-ARG
               CLOSE BILL-INSTRUCTION-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT BPI-ACTIVE
               DISPLAY "Error: Payment " WS-ID-ARG
                       " is not active - status " BPI-STATUS
               CLOSE BILL-INSTRUCTION-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO BPI-STATUS
           MOVE ZERO TO BPI-RETRY-DATE
           REWRITE BILL-INSTRUCTION-RECORD
           CLOSE BILL-INSTRUCTION-FILE
           DISPLAY "Payment " WS-ID-ARG " cancelled by "
                   WS-TELLER-ID-PARM.

       LIST-INSTRUCTIONS.
           PERFORM VALIDATE-CUSTOMER
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BILL-INSTRUCTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No bill payments on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BILL PAYMENTS - CUSTOMER " WS-CUSTOMER-ARG
           DISPLAY "===================================="
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ BILL-INSTRUCTION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BPI-CUSTOMER-ID = WS-CUSTOMER-ARG
                           ADD 1 TO WS-ITEMS-LISTED
                           MOVE BPI-AMOUNT TO WS-DISPLAY-AMOUNT
                           DISPLAY BPI-INSTRUCTION-ID " payee "
                                   BPI-PAYEE-ID " from "
                                   BPI-FROM-ACCOUNT " $"
                                   WS-DISPLAY-AMOUNT " "
                                   BPI-FREQUENCY " " BPI-STATUS
                           DISPLAY "        next due "
                                   BPI-NEXT-DUE-DATE " retry "
                                   BPI-RETRY-DATE " last paid "
                                   BPI-LAST-PAID-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILL-INSTRUCTION-FILE
           DISPLAY " "
           DISPLAY "Payments: " WS-ITEMS-LISTED
           DISPLAY "(frequency O = one time, W = weekly, "
                   "M = monthly; status A = active, C = cancelled,"
                   " D = done, F = failed)".

       LIST-HISTORY.
           PERFORM VALIDATE-CUSTOMER
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BILL-HISTORY-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No bill payment history on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BILL PAYMENT HISTORY - CUSTOMER "
                   WS-CUSTOMER-ARG
           DISPLAY "==========================================="
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ BILL-HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BPH-CUSTOMER-ID = WS-CUSTOMER-ARG
                           ADD 1 TO WS-ITEMS-LISTED
                           MOVE BPH-AMOUNT TO WS-DISPLAY-AMOUNT
                           DISPLAY BPH-DATE " " BPH-INSTRUCTION-ID
                                   " payee " BPH-PAYEE-ID " $"
                                   WS-DISPLAY-AMOUNT " "
                                   BPH-METHOD " " BPH-RESULT " "
                                   BPH-REASON
                           IF BPH-PAID
                               DISPLAY "        txn " BPH-TXN-ID
                                       " check " BPH-CHECK-SERIAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILL-HISTORY-FILE
           DISPLAY " "
           DISPLAY "Attempts: " WS-ITEMS-LISTED
           DISPLAY "(result P = paid, R = retry next business day, "
                   "F = failed)".

       DISPLAY-USAGE.
           DISPLAY "BILLMNT - Bill Payment Maintenance"
           DISPLAY "Usage: BILLMNT TELLER-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  PAYEE customer C name address city state zip "
                   "[ref]"
           DISPLAY "  PAYEE customer E name routing account [ref]"
           DISPLAY "  DROPPAYEE payee-id"
           DISPLAY "  PAYEES customer"
           DISPLAY "  PAY customer account payee-id amount date "
                   "[O|W|M]"
           DISPLAY "  CANCEL instruction-id"
           DISPLAY "  LIST customer"
           DISPLAY "  HISTORY customer"
           DISPLAY "Key names and addresses with underscores for "
                   "spaces, e.g. ACME_POWER_CO".

       END PROGRAM BILLMNT.
