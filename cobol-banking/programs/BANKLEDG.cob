      *   SIGNON password / SIGNOFF
      *   FXBUY currency amount / FXSELL currency amount
      *   PRODASGN account-num product-code
      *   REFUND fee-txn-id reason FULL|amount [supervisor-id]
      *   WAIVE account-num fee-code from-date thru-date reason
      *   WAIVEREL waiver-id / WAIVLIST account-num
      *********************************************************
       
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Advance fee waivers - placed and released by the
      *    WAIVE/WAIVEREL commands, asked by every fee assessor
      *    through the FEEWAIV subprogram before charging
           SELECT FEE-WAIVER-FILE ASSIGN TO "data/FEEWAIVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Fee refund and waiver log - REFUND appends one entry
      *    per refund and reads it back to hold the refunds on a
      *    fee to the fee's own amount
           SELECT FEE-ADJUST-FILE ASSIGN TO "data/FEEADJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUTHORITY-FILE.
           COPY "copybooks/AUTHORITY-RECORD.cpy".

       FD  FEE-WAIVER-FILE.
           COPY "copybooks/FEE-WAIVER-RECORD.cpy".

       FD  FEE-ADJUST-FILE.
           COPY "copybooks/FEE-ADJUST-RECORD.cpy".

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       01  WS-SWEEP-SHORTFALL          PIC 9(10)V99 VALUE ZERO.
       01  WS-SWEPT-AMOUNT             PIC 9(10)V99 VALUE ZERO.
       01  WS-SWEEP-RETURN-CODE        PIC 9(2) VALUE ZERO.
      *    Overdraft fee item capture - a withdrawal this program
      *    pays into the overdraft line is handed to the FEEITEM
      *    subprogram for the nightly ITEMFEE step to assess
       01  WS-FEE-ITEM-KIND            PIC X(1).
       01  WS-FEE-ITEM-SOURCE          PIC X(8) VALUE "BANKLEDG".
       01  WS-FEE-ITEM-RETURN-CODE     PIC 9(2) VALUE ZERO.

      *    REFUND command - the fee being refunded, the reason
      *    and how much of it goes back. A refund over the
      *    acting teller's own refund limit needs a supervisor,
      *    the same as an over-limit withdrawal; a teller with
      *    no limit of their own takes the house limit below.
       01  FEE-REFUND-TELLER-LIMIT     PIC 9(8)V99 VALUE 50.00.
       01  WS-REFUND-LIMIT             PIC 9(8)V99 COMP-3 VALUE ZERO.
       01  WS-REFUND-TXN-ID-PARM       PIC 9(15) VALUE ZERO.
      *    Reason code - the FEE-ADJUST-RECORD.cpy reason codes,
      *    shared by WAIVE
       01  WS-ADJUST-REASON-PARM       PIC X(2) VALUE SPACES.
           88  VALID-ADJUST-REASON     VALUE "BE" "DU" "CS" "WM"
                                             "PE" "OT".
       01  WS-REFUND-FULL-FLAG         PIC X(1) VALUE 'N'.
           88  REFUND-IN-FULL          VALUE 'Y'.
           88  REFUND-PARTIAL          VALUE 'N'.
       01  WS-REFUND-FEE-FLAG          PIC X(1) VALUE 'N'.
           88  REFUND-FEE-FOUND        VALUE 'Y'.
           88  REFUND-FEE-NOT-FOUND    VALUE 'N'.
      *    The original fee as found on TRANSACT.DAT or TXNARCH
       01  WS-FEE-ORIGINAL-AMOUNT      PIC 9(10)V99 VALUE ZERO.
       01  WS-FEE-DESCRIPTION          PIC X(40) VALUE SPACES.
       01  WS-FEE-CODE                 PIC X(6) VALUE SPACES.
      *    Refunds already given on the fee, and what is left
       01  WS-PRIOR-REFUNDS            PIC 9(10)V99 VALUE ZERO.
       01  WS-REFUNDABLE-AMOUNT        PIC S9(10)V99 VALUE ZERO.
       01  WS-REFUND-POSTED-TXN-ID     PIC 9(15) VALUE ZERO.
       01  WS-FAJ-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-FAJ-EOF              VALUE 'Y'.
           88  WS-FAJ-NOT-EOF          VALUE 'N'.

      *    WAIVE/WAIVEREL/WAIVLIST commands - advance fee waivers
      *    on FEEWAIVE.DAT
       01  WS-WAIVER-ID-PARM           PIC 9(7) VALUE ZERO.
      *    Fee code - the FEE-WAIVER-RECORD.cpy codes
       01  WS-WAIVE-FEE-CODE-PARM      PIC X(6) VALUE SPACES.
           88  VALID-WAIVE-FEE-CODE    VALUE "MAINT " "OD    "
                                             "NSF   " "STOP  "
                                             "WIRE  " "EXCESS"
                                             "RETURN" "ANALYS"
                                             "OFFCHK" "ALL   ".
       01  WS-WAIVE-FROM-DATE          PIC 9(8) VALUE ZERO.
       01  WS-WAIVE-THRU-DATE          PIC 9(8) VALUE ZERO.
       01  WS-NEXT-WAIVER-ID           PIC 9(7) VALUE ZERO.
       01  WS-WAIVER-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-WAIVER-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88  WAIVER-FOUND            VALUE 'Y'.
           88  WAIVER-NOT-FOUND        VALUE 'N'.
       01  WS-FWV-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-FWV-EOF              VALUE 'Y'.
           88  WS-FWV-NOT-EOF          VALUE 'N'.

      *    Fee waiver lookup - the fee about to be charged is
      *    handed to the FEEWAIV subprogram first; a zero amount
      *    asks without logging, for the wire fee, which is only
      *    logged as waived once the wire itself has posted
       01  WS-WAIVE-CHECK-CODE         PIC X(6).
       01  WS-WAIVE-CHECK-AMOUNT       PIC 9(10)V99 VALUE ZERO.
       01  WS-WAIVE-FLAG               PIC X(1) VALUE 'N'.
           88  FEE-IS-WAIVED           VALUE 'Y'.
           88  FEE-NOT-WAIVED          VALUE 'N'.
       01  WS-WAIVE-RETURN-CODE        PIC 9(2) VALUE ZERO.
       01  WS-WAIVED-WIRE-FEE          PIC 9(4)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       
                       PERFORM FX-CASH-DEAL
                   WHEN "PRODASGN"
                       PERFORM SET-ACCOUNT-PRODUCT
                   WHEN "REFUND"
                       PERFORM REFUND-FEE
                   WHEN "WAIVE"
                       PERFORM PLACE-FEE-WAIVER
                   WHEN "WAIVEREL"
                       PERFORM RELEASE-FEE-WAIVER
                   WHEN "WAIVLIST"
                       PERFORM LIST-FEE-WAIVERS
                   WHEN OTHER
                       DISPLAY "Invalid command: " WS-COMMAND
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                           ALL "b" BY "B" ALL "p" BY "P"
                           ALL "j" BY "J" ALL "y" BY "Y"
                           ALL "s" BY "S" ALL "d" BY "D"
                   WHEN "REFUND"
      *                TELLER-ID REFUND fee-txn-id reason
      *                FULL|amount [supervisor-id] - FULL refunds
      *                whatever of the fee has not already been
      *                refunded; supervisor-id authorizes a refund
      *                over the acting teller's refund limit
                       MOVE SPACES TO WS-TEMP-TXN-ID
                       MOVE SPACES TO WS-TEMP-AMOUNT
                       MOVE SPACES TO WS-TEMP-SUPERVISOR-ID
                       MOVE SPACES TO WS-ADJUST-REASON-PARM
                       UNSTRING WS-PARM-DATA DELIMITED BY SPACE
                           INTO WS-TELLER-ID-PARM
                                WS-COMMAND
                                WS-TEMP-TXN-ID
                                WS-ADJUST-REASON-PARM
                                WS-TEMP-AMOUNT
                                WS-TEMP-SUPERVISOR-ID
                       IF WS-TEMP-TXN-ID IS NUMERIC AND
                          WS-TEMP-TXN-ID NOT = SPACES
                           MOVE WS-TEMP-TXN-ID TO
                               WS-REFUND-TXN-ID-PARM
                       END-IF
                       INSPECT WS-ADJUST-REASON-PARM REPLACING
                           ALL "b" BY "B" ALL "e" BY "E"
                           ALL "d" BY "D" ALL "u" BY "U"
                           ALL "c" BY "C" ALL "s" BY "S"
                           ALL "w" BY "W" ALL "m" BY "M"
                           ALL "p" BY "P" ALL "o" BY "O"
                           ALL "t" BY "T"
                       SET REFUND-PARTIAL TO TRUE
                       IF WS-TEMP-AMOUNT = "FULL" OR "full"
                           SET REFUND-IN-FULL TO TRUE
                           MOVE ZERO TO WS-AMOUNT-PARM
                       ELSE
                           PERFORM PARSE-AMOUNT-VALUE
                       END-IF
                       IF WS-TEMP-SUPERVISOR-ID NOT = SPACES
                           MOVE WS-TEMP-SUPERVISOR-ID TO
                               WS-SUPERVISOR-ID-PARM
                       END-IF
                   WHEN "WAIVE"
      *                TELLER-ID WAIVE account fee-code from-date
      *                thru-date reason - dates in YYYYMMDD, both
      *                inclusive; fee-code ALL waives every fee
                       MOVE SPACES TO WS-WAIVE-FEE-CODE-PARM
                       MOVE SPACES TO WS-TEMP-START-DATE
                       MOVE SPACES TO WS-TEMP-END-DATE
                       MOVE SPACES TO WS-ADJUST-REASON-PARM
                       MOVE ZERO TO WS-WAIVE-FROM-DATE
                       MOVE ZERO TO WS-WAIVE-THRU-DATE
                       UNSTRING WS-PARM-DATA DELIMITED BY SPACE
                           INTO WS-TELLER-ID-PARM
                                WS-COMMAND
                                WS-ACCOUNT-PARM
                                WS-WAIVE-FEE-CODE-PARM
                                WS-TEMP-START-DATE
                                WS-TEMP-END-DATE
                                WS-ADJUST-REASON-PARM
                       IF WS-TEMP-START-DATE IS NUMERIC AND
                          WS-TEMP-START-DATE NOT = SPACES
                           MOVE WS-TEMP-START-DATE TO
                               WS-WAIVE-FROM-DATE
                       END-IF
                       IF WS-TEMP-END-DATE IS NUMERIC AND
                          WS-TEMP-END-DATE NOT = SPACES
                           MOVE WS-TEMP-END-DATE TO
                               WS-WAIVE-THRU-DATE
                       END-IF
                   WHEN "WAIVEREL"
      *                TELLER-ID WAIVEREL waiver-id - the number
      *                WAIVE and WAIVLIST show
                       MOVE SPACES TO WS-TEMP-CHECK-NUMBER
                       UNSTRING WS-PARM-DATA DELIMITED BY SPACE
                           INTO WS-TELLER-ID-PARM
                                WS-COMMAND
                                WS-TEMP-CHECK-NUMBER
                       IF WS-TEMP-CHECK-NUMBER NOT = SPACES
                           COMPUTE WS-WAIVER-ID-PARM =
                               FUNCTION NUMVAL(WS-TEMP-CHECK-NUMBER)
                       END-IF
                   WHEN "SIGNON"
      *                TELLER-ID SIGNON password
                       UNSTRING WS-PARM-DATA DELIMITED BY SPACE
              "SUSLIST" OR "SUSPOST" OR "SUSDEL" OR "LOANPAY" OR
              "STMTCYC" OR "SWEEPLINK" OR "BRNASGN" OR
              "SIGNON" OR "SIGNOFF" OR "FXBUY" OR "FXSELL" OR
              "PRODASGN" OR "REFUND" OR "WAIVE" OR "WAIVEREL" OR
              "WAIVLIST"
               SET VALID-COMMAND TO TRUE
           ELSE
               SET INVALID-COMMAND TO TRUE
                   ELSE
                       MOVE TLR-TXN-LIMIT TO WS-TELLER-LIMIT
                       MOVE TLR-BRANCH TO WS-POSTING-BRANCH
      *                A teller record older than the refund limit,
      *                or one never given a limit, takes the house
      *                refund limit
                       IF TLR-REFUND-LIMIT IS NUMERIC AND
                          TLR-REFUND-LIMIT > ZERO
                           MOVE TLR-REFUND-LIMIT TO WS-REFUND-LIMIT
                       ELSE
                           MOVE FEE-REFUND-TELLER-LIMIT TO
                               WS-REFUND-LIMIT
                       END-IF
                   END-IF
           END-READ
           CLOSE TELLER-FILE
               WHEN "BRNASGN"
               WHEN "PRODASGN"
                   MOVE "ACCTMNT" TO WS-COMMAND-FUNCTION
               WHEN "REFUND"
               WHEN "WAIVE"
               WHEN "WAIVEREL"
                   MOVE "FEEADJ" TO WS-COMMAND-FUNCTION
           END-EVALUATE
           IF WS-COMMAND-FUNCTION = SPACES
               EXIT PARAGRAPH
           MOVE WS-TELLER-ID-PARM TO SAF-TELLER-ID
           MOVE WS-SUPERVISOR-ID-PARM TO SAF-SUPERVISOR-ID
           MOVE WS-CUSTOMER-ID-PARM TO SAF-CUSTOMER-ID
           MOVE SPACES TO SAF-TERMINAL-ID
           MOVE WS-BUSINESS-DATE TO SAF-DATE
           MOVE WS-TIME-NUMERIC TO SAF-TIME
           MOVE "Q" TO SAF-STATUS
      *            through CUSTMNT TIN
                   MOVE ZERO TO CUS-TIN
                   MOVE SPACE TO CUS-W9-STATUS
                   MOVE ZERO TO CUS-DATE-OF-DEATH
                   MOVE SPACE TO CUS-MAIL-STATUS
                   MOVE ZERO TO CUS-MAIL-RETURNED-DATE
                   MOVE "P" TO CUS-STMT-DELIVERY
                   MOVE "N" TO CUS-STMT-COMBINED
                   WRITE CUSTOMER-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "Error writing customer record"
                               MOVE ACC-BALANCE TO WS-DISPLAY-BALANCE
                               DISPLAY WS-DISPLAY-BALANCE
                               PERFORM RECORD-TRANSACTION
                               IF ACC-BALANCE < ZERO
                                   PERFORM CAPTURE-OD-FEE-ITEM
                               END-IF
                               MOVE 0 TO WS-MAIN-RETURN-CODE
                           ELSE
                               DISPLAY "Error updating account"
               ACC-BALANCE + ACC-OVERDRAFT-LIMIT - WS-HOLD-TOTAL
               - WS-LEGAL-HOLD-TOTAL.

       CAPTURE-OD-FEE-ITEM.
      *    The withdrawal just posted left the account negative -
      *    it was paid into the overdraft line, so log it for the
      *    nightly item fee assessment
           MOVE "P" TO WS-FEE-ITEM-KIND
           CALL "FEEITEM" USING WS-ACCOUNT-PARM
                                WS-FEE-ITEM-KIND
                                WS-AMOUNT-PARM
                                WS-TRANSACTION-COUNTER
                                WS-CHECK-NUMBER-PARM
                                ACC-BALANCE
                                WS-FEE-ITEM-SOURCE
                                WS-FEE-ITEM-RETURN-CODE.

       COMPUTE-LEGAL-HOLDS.
      *    Total the active legal orders against the account -
           DISPLAY "  supervisor-id is the second teller authorizing "
                   "an amount over the teller's own limit"
           DISPLAY "  Example: T001 REVERSE 100000000000001"
           DISPLAY " "
           DISPLAY "teller-id REFUND fee-txn-id reason FULL|amount "
                   "[supervisor-id]"
           DISPLAY "  Refunds all or part of a posted fee as an "
                   "entry linked to the fee; reason is"
           DISPLAY "  BE bank error, DU duplicate, CS customer "
                   "service, WM waiver missed,"
           DISPLAY "  PE policy exception or OT other; over the "
                   "teller's refund limit needs a supervisor"
           DISPLAY "  Example: T001 REFUND 100000000000042 BE FULL"
           DISPLAY "  Example: T001 REFUND 100000000000042 CS 10.00"
           DISPLAY " "
           DISPLAY "teller-id WAIVE account-num fee-code from-date "
                   "thru-date reason"
           DISPLAY "  Waives a fee in advance for a date range - "
                   "MAINT, OD, NSF, STOP, WIRE,"
           DISPLAY "  EXCESS, RETURN, ANALYS, OFFCHK or ALL; the "
                   "assessors skip it while in force"
           DISPLAY "  Example: T001 WAIVE 1234567890 MAINT 20260101 "
                   "20261231 PE"
           DISPLAY " "
           DISPLAY "teller-id WAIVEREL waiver-id"
           DISPLAY "teller-id WAIVLIST account-num"
           DISPLAY "  Releases a waiver early / lists the waivers "
                   "on an account"
           DISPLAY "  Example: T001 WAIVEREL 0000012"
           DISPLAY " ".
       
       DISPLAY-TRANSACTION-HISTORY-INLINE.
               EXIT PARAGRAPH
           END-IF

      *    A wire fee waived on the account is left off this wire
      *    altogether - only asked here, and logged as waived
      *    once the wire has actually posted
           MOVE ZERO TO WS-WAIVED-WIRE-FEE
           MOVE "WIRE" TO WS-WAIVE-CHECK-CODE
           MOVE ZERO TO WS-WAIVE-CHECK-AMOUNT
           PERFORM CHECK-FEE-WAIVER
           IF FEE-IS-WAIVED
               MOVE WIRE-FEE TO WS-WAIVED-WIRE-FEE
               MOVE ZERO TO WIRE-FEE
           END-IF

           OPEN I-O ACCOUNT-FILE
           MOVE WS-ACCOUNT-PARM TO ACC-NUMBER
           READ ACCOUNT-FILE
                               DISPLAY "Wire of $" WS-DISPLAY-AMOUNT
                                       " taken for "
                                       WS-BENEF-NAME-PARM
                               IF WS-WAIVED-WIRE-FEE > ZERO
                                   PERFORM LOG-WAIVED-WIRE-FEE
                               ELSE
                                   MOVE WIRE-FEE TO WS-DISPLAY-AMOUNT
                                   DISPLAY "Wire fee of $"
                                           WS-DISPLAY-AMOUNT
                                           " posted"
                               END-IF
                               MOVE 0 TO WS-MAIN-RETURN-CODE
                           ELSE
                               DISPLAY "Error updating account"
      *    Remember the debit's TXN-ID for the wire instruction
           MOVE WS-TRANSACTION-COUNTER TO WS-WIRE-DEBIT-TXN-ID

      *    A waived wire fee has no entry at all
           IF WIRE-FEE > ZERO
               PERFORM GET-NEXT-TRANSACTION-ID
               MOVE WS-TRANSACTION-COUNTER TO TXN-ID
               MOVE "F" TO TXN-TYPE
               MOVE WIRE-FEE TO TXN-AMOUNT
               MOVE "WIRE FEE" TO TXN-DESCRIPTION
               MOVE "N" TO TXN-CTR-FLAG
               MOVE WS-POSTING-BRANCH TO TXN-BRANCH
               WRITE TRANSACTION-RECORD
               PERFORM WRITE-TRANSACTION-INDEX
           END-IF
           CLOSE TRANSACTION-FILE.

       LOG-WAIVED-WIRE-FEE.
      *    The wire posted without its fee - log the fee given up
      *    against the waiver now that it is certain
           MOVE "WIRE" TO WS-WAIVE-CHECK-CODE
           MOVE WS-WAIVED-WIRE-FEE TO WS-WAIVE-CHECK-AMOUNT
           PERFORM CHECK-FEE-WAIVER
           MOVE WS-WAIVED-WIRE-FEE TO WS-DISPLAY-AMOUNT
           DISPLAY "Wire fee of $" WS-DISPLAY-AMOUNT
                   " waived".

       WRITE-WIRE-INSTRUCTION.
      *    The beneficiary instruction, linked to the debit by its
      *    TXN-ID (held in WS-WIRE-DEBIT-TXN-ID by
           IF ACC-STMT-WDL-COUNT < 99
               ADD 1 TO ACC-STMT-WDL-COUNT
           END-IF
      *    An excess-activity fee waived on the account is
      *    skipped and logged as waived
           SET FEE-NOT-WAIVED TO TRUE
           IF ACC-STMT-WDL-COUNT > WS-EFFECTIVE-WDL-LIMIT
               MOVE "EXCESS" TO WS-WAIVE-CHECK-CODE
               MOVE SAVINGS-EXCESS-FEE TO WS-WAIVE-CHECK-AMOUNT
               PERFORM CHECK-FEE-WAIVER
               IF FEE-IS-WAIVED
                   DISPLAY "Excess activity fee waived on savings "
                           "withdrawal " ACC-STMT-WDL-COUNT
               END-IF
           END-IF
           IF ACC-STMT-WDL-COUNT > WS-EFFECTIVE-WDL-LIMIT AND
              FEE-NOT-WAIVED
               SET EXCESS-FEE-DUE TO TRUE
               SUBTRACT SAVINGS-EXCESS-FEE FROM ACC-BALANCE
               MOVE SAVINGS-EXCESS-FEE TO WS-DISPLAY-AMOUNT

       POST-STOP-PAYMENT-FEE.
      *    The stop-payment fee posts against the account through
      *    the same REWRITE-plus-audit path every other fee takes,
      *    unless a waiver on the account covers it
           MOVE "STOP" TO WS-WAIVE-CHECK-CODE
           MOVE STOP-PAYMENT-FEE TO WS-WAIVE-CHECK-AMOUNT
           PERFORM CHECK-FEE-WAIVER
           IF FEE-IS-WAIVED
               MOVE STOP-PAYMENT-FEE TO WS-DISPLAY-AMOUNT
               DISPLAY "Stop-payment fee of $" WS-DISPLAY-AMOUNT
                       " waived"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-FILE
           MOVE WS-ACCOUNT-PARM TO ACC-NUMBER
           READ ACCOUNT-FILE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
      *    A fee refund is logged against its fee on FEEADJ.DAT -
      *    backing one out here would leave that log claiming
      *    income was given back that was in fact taken again
           IF TXN-DESCRIPTION(1:10) = "FEE REFUND"
               DISPLAY "Error: Fee refunds cannot be reversed"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE TXN-FROM-ACCOUNT TO WS-ACCOUNT-PARM
           MOVE TXN-AMOUNT TO WS-AMOUNT-PARM
           MOVE TXN-TYPE TO WS-ORIGINAL-TXN-TYPE
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

       REFUND-FEE.
      *    Give back all or part of a posted fee as a refund entry
      *    of its own, linked to the fee by TXN-REVERSAL-OF. The
      *    fee itself stays posted and unmarked - a partial refund
      *    leaves the rest of it standing, and fee income given
      *    back is answerable by reason, teller and branch from
      *    the entry each refund appends to FEEADJ.DAT.
           IF WS-REFUND-TXN-ID-PARM = ZERO
               DISPLAY "Error: Fee transaction ID required"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT VALID-ADJUST-REASON
               DISPLAY "Error: Reason must be BE, DU, CS, WM, PE "
                       "or OT"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF REFUND-PARTIAL AND WS-AMOUNT-PARM <= ZERO
               DISPLAY "Error: Refund amount or FULL required"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *    A refund is back-office work, the same as a reversal -
      *    during the batch window it is refused outright
           PERFORM CHECK-POSTING-LOCK
           IF BATCH-WINDOW-OPEN
               DISPLAY "Error: System is in the nightly batch "
                       "window - retry after it ends"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-REFUNDED-FEE
           IF REFUND-FEE-NOT-FOUND
               DISPLAY "Error: Transaction " WS-REFUND-TXN-ID-PARM
                       " not found"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *    Refunds on one fee never add up to more than the fee
           PERFORM SUM-PRIOR-REFUNDS
           COMPUTE WS-REFUNDABLE-AMOUNT =
               WS-FEE-ORIGINAL-AMOUNT - WS-PRIOR-REFUNDS
           IF WS-REFUNDABLE-AMOUNT <= ZERO
               DISPLAY "Error: Fee " WS-REFUND-TXN-ID-PARM
                       " has already been refunded in full"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF REFUND-IN-FULL
               MOVE WS-REFUNDABLE-AMOUNT TO WS-AMOUNT-PARM
           END-IF
           IF WS-AMOUNT-PARM > WS-REFUNDABLE-AMOUNT
               MOVE WS-REFUNDABLE-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "Error: Refund exceeds the $"
                       WS-DISPLAY-AMOUNT
                       " of the fee not already refunded"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *    Over the teller's refund limit needs a supervisor,
      *    through the same override check withdrawals take
           MOVE WS-REFUND-LIMIT TO WS-TELLER-LIMIT
           PERFORM CHECK-TELLER-LIMIT
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM DERIVE-FEE-CODE
           PERFORM APPLY-REFUND-TO-ACCOUNT
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM RECORD-REFUND-TRANSACTION
           PERFORM LOG-FEE-REFUND
           MOVE WS-AMOUNT-PARM TO WS-DISPLAY-AMOUNT
           DISPLAY "Refund of $" WS-DISPLAY-AMOUNT " on fee "
                   WS-REFUND-TXN-ID-PARM " posted as transaction "
                   WS-REFUND-POSTED-TXN-ID
           MOVE 0 TO WS-MAIN-RETURN-CODE.

       FIND-REFUNDED-FEE.
      *    Scan the live file, then the archive, for the fee -
      *    the same two-file search REVERSE makes, since a
      *    complaint can reach back past the archive cut
           SET NO-ERROR TO TRUE
           SET REFUND-FEE-NOT-FOUND TO TRUE
           OPEN INPUT TRANSACTION-FILE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ TRANSACTION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TXN-ID = WS-REFUND-TXN-ID-PARM
                           PERFORM VALIDATE-REFUND-TARGET
                           SET WS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           IF REFUND-FEE-FOUND
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ARC-ID = WS-REFUND-TXN-ID-PARM
                           MOVE ARCHIVE-TXN-RECORD TO
                               TRANSACTION-RECORD
                           PERFORM VALIDATE-REFUND-TARGET
                           SET WS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       VALIDATE-REFUND-TARGET.
      *    The target just landed in the live transaction record
      *    area - only a posted fee charged to a customer account
      *    can be refunded here. Loan origination fees belong to
      *    the loan and are adjusted through loan servicing.
           SET REFUND-FEE-FOUND TO TRUE
           IF TXN-TYPE NOT = "F" OR TXN-FROM-ACCOUNT = ZERO
               DISPLAY "Error: Transaction " TXN-ID
                       " is not a fee charged to an account"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF TXN-STATUS NOT = "P"
               DISPLAY "Error: Fee " TXN-ID
                       " is not in a refundable state"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF TXN-DESCRIPTION(1:20) = "LOAN ORIGINATION FEE"
               DISPLAY "Error: Loan origination fees are adjusted "
                       "on the loan, not refunded here"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE TXN-FROM-ACCOUNT TO WS-ACCOUNT-PARM
           MOVE TXN-AMOUNT TO WS-FEE-ORIGINAL-AMOUNT
           MOVE TXN-DESCRIPTION TO WS-FEE-DESCRIPTION.

       SUM-PRIOR-REFUNDS.
      *    Total the refunds already logged against this fee
           MOVE ZERO TO WS-PRIOR-REFUNDS
           OPEN INPUT FEE-ADJUST-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-FAJ-NOT-EOF TO TRUE
           PERFORM UNTIL WS-FAJ-EOF
               READ FEE-ADJUST-FILE
                   AT END
                       SET WS-FAJ-EOF TO TRUE
                   NOT AT END
                       IF FAJ-REFUND AND
                          FAJ-FEE-TXN-ID = WS-REFUND-TXN-ID-PARM
                           ADD FAJ-AMOUNT TO WS-PRIOR-REFUNDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-ADJUST-FILE.

       DERIVE-FEE-CODE.
      *    Name the fee refunded by its description, using the
      *    fee codes WAIVE takes, so refunds and waivers report
      *    side by side
           EVALUATE TRUE
               WHEN WS-FEE-DESCRIPTION = "MAINTENANCE FEE"
                   MOVE "MAINT" TO WS-FEE-CODE
               WHEN WS-FEE-DESCRIPTION = "WIRE FEE"
                   MOVE "WIRE" TO WS-FEE-CODE
               WHEN WS-FEE-DESCRIPTION = "STOP PAYMENT FEE"
                   MOVE "STOP" TO WS-FEE-CODE
               WHEN WS-FEE-DESCRIPTION = "EXCESS ACTIVITY FEE"
                   MOVE "EXCESS" TO WS-FEE-CODE
               WHEN WS-FEE-DESCRIPTION = "RETURNED ITEM FEE"
                   MOVE "RETURN" TO WS-FEE-CODE
               WHEN WS-FEE-DESCRIPTION = "ACCOUNT ANALYSIS FEE"
                   MOVE "ANALYS" TO WS-FEE-CODE
               WHEN WS-FEE-DESCRIPTION = "OFFICIAL CHECK FEE"
                   MOVE "OFFCHK" TO WS-FEE-CODE
               WHEN WS-FEE-DESCRIPTION(1:11) = "OD ITEM FEE"
                   MOVE "OD" TO WS-FEE-CODE
               WHEN WS-FEE-DESCRIPTION(1:12) = "NSF ITEM FEE"
                   MOVE "NSF" TO WS-FEE-CODE
               WHEN WS-FEE-DESCRIPTION(1:21) =
                    "SAFE DEPOSIT BOX RENT"
                   MOVE "SDB" TO WS-FEE-CODE
               WHEN OTHER
                   MOVE "OTHER" TO WS-FEE-CODE
           END-EVALUATE.

       APPLY-REFUND-TO-ACCOUNT.
      *    Credit the refund through the same REWRITE-plus-audit
      *    path every other posting takes. A closed account has
      *    nowhere to put the money - that refund goes out as an
      *    official check instead.
           SET NO-ERROR TO TRUE
           OPEN I-O ACCOUNT-FILE
           MOVE WS-ACCOUNT-PARM TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-ACCOUNT-PARM
                           " not found for refund"
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   IF ACC-STATUS = "C"
                       DISPLAY "Error: Account " WS-ACCOUNT-PARM
                               " is closed - refund by official "
                               "check"
                       SET ERROR-OCCURRED TO TRUE
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
                       MOVE "FEEREFND" TO WS-AUDIT-OPERATION
                       ADD WS-AMOUNT-PARM TO ACC-BALANCE
                       MOVE WS-BUSINESS-DATE TO
                           ACC-LAST-ACTIVITY-DATE
                       REWRITE ACCOUNT-RECORD
                       IF WS-FILE-STATUS = "00"
                           PERFORM WRITE-AUDIT-ENTRY
                           MOVE ACC-BALANCE TO WS-DISPLAY-BALANCE
                           DISPLAY "New balance: $"
                                   WS-DISPLAY-BALANCE
                       ELSE
                           DISPLAY "Error updating account"
                           SET ERROR-OCCURRED TO TRUE
                       END-IF
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE.

       RECORD-REFUND-TRANSACTION.
      *    The refund posts as a credit (TXN-TYPE D) so RECONCILE
      *    and the statements replay it like any deposit; its
      *    FEE REFUND description is what GLEXTRCT books back
      *    against fee income, and TXN-REVERSAL-OF links it to
      *    the fee it refunds.
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE WS-ACCOUNT-PARM TO TXN-FROM-ACCOUNT
           MOVE ZERO TO TXN-TO-ACCOUNT
           MOVE ZERO TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-EXCHANGE-RATE
           MOVE WS-TELLER-ID-PARM TO TXN-TELLER-ID
           MOVE WS-SUPERVISOR-ID-PARM TO TXN-SUPERVISOR-ID
           MOVE "D" TO TXN-TYPE
           MOVE WS-AMOUNT-PARM TO TXN-AMOUNT
           MOVE SPACES TO TXN-DESCRIPTION
           STRING "FEE REFUND - TXN " WS-REFUND-TXN-ID-PARM
               DELIMITED BY SIZE INTO TXN-DESCRIPTION
           MOVE "P" TO TXN-STATUS
           MOVE WS-REFUND-TXN-ID-PARM TO TXN-REVERSAL-OF
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO WS-REFUND-POSTED-TXN-ID.

       LOG-FEE-REFUND.
      *    One log entry per refund, for the prior-refund check
      *    above and the monthly FEERFRPT report
           OPEN EXTEND FEE-ADJUST-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE FEE-ADJUST-FILE
               OPEN OUTPUT FEE-ADJUST-FILE
           END-IF
           MOVE "R" TO FAJ-KIND
           MOVE WS-BUSINESS-DATE TO FAJ-DATE
           MOVE WS-TIME-NUMERIC TO FAJ-TIME
           MOVE WS-ACCOUNT-PARM TO FAJ-ACCOUNT
           MOVE WS-FEE-CODE TO FAJ-FEE-CODE
           MOVE WS-REFUND-TXN-ID-PARM TO FAJ-FEE-TXN-ID
           MOVE WS-FEE-ORIGINAL-AMOUNT TO FAJ-FEE-AMOUNT
           MOVE WS-AMOUNT-PARM TO FAJ-AMOUNT
           MOVE WS-REFUND-POSTED-TXN-ID TO FAJ-REFUND-TXN-ID
           MOVE WS-ADJUST-REASON-PARM TO FAJ-REASON
           MOVE WS-TELLER-ID-PARM TO FAJ-TELLER-ID
           MOVE WS-SUPERVISOR-ID-PARM TO FAJ-SUPERVISOR-ID
           MOVE WS-POSTING-BRANCH TO FAJ-BRANCH
           MOVE ZERO TO FAJ-WAIVER-ID
           MOVE "BANKLEDG" TO FAJ-SOURCE
           WRITE FEE-ADJUST-RECORD
           CLOSE FEE-ADJUST-FILE.

       PLACE-FEE-WAIVER.
      *    Flag a fee - or every fee - on the account as waived
      *    for a date range. The assessors ask FEEWAIV before
      *    charging, so the fee never posts while the waiver is
      *    in force instead of being refunded after.
           IF WS-ACCOUNT-PARM = ZERO
               DISPLAY "Error: Account number required"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-WAIVE-FEE-CODE-PARM REPLACING
               ALL "a" BY "A" ALL "c" BY "C" ALL "d" BY "D"
               ALL "e" BY "E" ALL "f" BY "F" ALL "h" BY "H"
               ALL "i" BY "I" ALL "k" BY "K" ALL "l" BY "L"
               ALL "m" BY "M" ALL "n" BY "N" ALL "o" BY "O"
               ALL "p" BY "P" ALL "r" BY "R" ALL "s" BY "S"
               ALL "t" BY "T" ALL "u" BY "U" ALL "w" BY "W"
               ALL "x" BY "X" ALL "y" BY "Y"
           IF NOT VALID-WAIVE-FEE-CODE
               DISPLAY "Error: Fee code must be MAINT, OD, NSF, "
                       "STOP, WIRE, EXCESS, RETURN, ANALYS, "
                       "OFFCHK or ALL"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-WAIVE-FROM-DATE = ZERO OR
              WS-WAIVE-THRU-DATE < WS-WAIVE-FROM-DATE
               DISPLAY "Error: From and thru dates (YYYYMMDD) "
                       "required, thru not before from"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-ADJUST-REASON-PARM REPLACING
               ALL "b" BY "B" ALL "e" BY "E" ALL "d" BY "D"
               ALL "u" BY "U" ALL "c" BY "C" ALL "s" BY "S"
               ALL "w" BY "W" ALL "m" BY "M" ALL "p" BY "P"
               ALL "o" BY "O" ALL "t" BY "T"
           IF NOT VALID-ADJUST-REASON
               DISPLAY "Error: Reason must be BE, DU, CS, WM, PE "
                       "or OT"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACCOUNT-FILE
           MOVE WS-ACCOUNT-PARM TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-ACCOUNT-PARM
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-MAIN-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF

      *    Waiver numbers run one past the highest on file
           MOVE ZERO TO WS-NEXT-WAIVER-ID
           OPEN INPUT FEE-WAIVER-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-FWV-NOT-EOF TO TRUE
               PERFORM UNTIL WS-FWV-EOF
                   READ FEE-WAIVER-FILE
                       AT END
                           SET WS-FWV-EOF TO TRUE
                       NOT AT END
                           IF FWV-WAIVER-ID > WS-NEXT-WAIVER-ID
                               MOVE FWV-WAIVER-ID TO
                                   WS-NEXT-WAIVER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-WAIVER-FILE
           END-IF
           ADD 1 TO WS-NEXT-WAIVER-ID

           OPEN EXTEND FEE-WAIVER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE FEE-WAIVER-FILE
               OPEN OUTPUT FEE-WAIVER-FILE
           END-IF
           MOVE SPACES TO FEE-WAIVER-RECORD
           MOVE WS-NEXT-WAIVER-ID TO FWV-WAIVER-ID
           MOVE WS-ACCOUNT-PARM TO FWV-ACCOUNT
           MOVE WS-WAIVE-FEE-CODE-PARM TO FWV-FEE-CODE
           MOVE WS-WAIVE-FROM-DATE TO FWV-FROM-DATE
           MOVE WS-WAIVE-THRU-DATE TO FWV-THRU-DATE
           MOVE WS-ADJUST-REASON-PARM TO FWV-REASON
           MOVE "A" TO FWV-STATUS
           MOVE WS-BUSINESS-DATE TO FWV-PLACED-DATE
           MOVE WS-TELLER-ID-PARM TO FWV-PLACED-BY
           MOVE WS-POSTING-BRANCH TO FWV-BRANCH
           MOVE SPACES TO FWV-RELEASED-BY
           MOVE ZERO TO FWV-RELEASED-DATE
           WRITE FEE-WAIVER-RECORD
           CLOSE FEE-WAIVER-FILE
           DISPLAY "Waiver " WS-NEXT-WAIVER-ID " placed - "
                   WS-WAIVE-FEE-CODE-PARM " fees on account "
                   WS-ACCOUNT-PARM " waived " WS-WAIVE-FROM-DATE
                   " through " WS-WAIVE-THRU-DATE
           MOVE 0 TO WS-MAIN-RETURN-CODE.

       RELEASE-FEE-WAIVER.
      *    Take an active waiver off early - the record is
      *    rewritten in place, keeping its history on file the
      *    way a released stop stays on STOPPAY.DAT
           IF WS-WAIVER-ID-PARM = ZERO
               DISPLAY "Error: Waiver number required"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WAIVER-NOT-FOUND TO TRUE
           OPEN I-O FEE-WAIVER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: no fee waivers on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-FWV-NOT-EOF TO TRUE
           PERFORM UNTIL WS-FWV-EOF
               READ FEE-WAIVER-FILE
                   AT END
                       SET WS-FWV-EOF TO TRUE
                   NOT AT END
                       IF FWV-WAIVER-ID = WS-WAIVER-ID-PARM AND
                          FWV-ACTIVE
                           MOVE "R" TO FWV-STATUS
                           MOVE WS-TELLER-ID-PARM TO
                               FWV-RELEASED-BY
                           MOVE WS-BUSINESS-DATE TO
                               FWV-RELEASED-DATE
                           REWRITE FEE-WAIVER-RECORD
                           SET WAIVER-FOUND TO TRUE
                           SET WS-FWV-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-WAIVER-FILE
           IF WAIVER-FOUND
               DISPLAY "Waiver " WS-WAIVER-ID-PARM " released"
               MOVE 0 TO WS-MAIN-RETURN-CODE
           ELSE
               DISPLAY "Error: no active waiver " WS-WAIVER-ID-PARM
                       " found"
               MOVE 8 TO WS-MAIN-RETURN-CODE
           END-IF.

       LIST-FEE-WAIVERS.
      *    Every waiver on the account, active or released
           IF WS-ACCOUNT-PARM = ZERO
               DISPLAY "Error: Account number required"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-WAIVER-COUNT
           DISPLAY "FEE WAIVERS FOR ACCOUNT: " WS-ACCOUNT-PARM
           DISPLAY "WAIVER  FEE    FROM     THRU     RSN ST "
                   "PLACED   BY    BRN"
           OPEN INPUT FEE-WAIVER-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-FWV-NOT-EOF TO TRUE
               PERFORM UNTIL WS-FWV-EOF
                   READ FEE-WAIVER-FILE
                       AT END
                           SET WS-FWV-EOF TO TRUE
                       NOT AT END
                           IF FWV-ACCOUNT = WS-ACCOUNT-PARM
                               ADD 1 TO WS-WAIVER-COUNT
                               DISPLAY FWV-WAIVER-ID " "
                                       FWV-FEE-CODE " "
                                       FWV-FROM-DATE " "
                                       FWV-THRU-DATE " "
                                       FWV-REASON "  "
                                       FWV-STATUS "  "
                                       FWV-PLACED-DATE " "
                                       FWV-PLACED-BY " "
                                       FWV-BRANCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-WAIVER-FILE
           END-IF
           DISPLAY "Waivers listed: " WS-WAIVER-COUNT
           MOVE 0 TO WS-MAIN-RETURN-CODE.

       CHECK-FEE-WAIVER.
      *    Ask FEEWAIV whether the fee in WS-WAIVE-CHECK-CODE is
      *    waived on WS-ACCOUNT-PARM today. A nonzero
      *    WS-WAIVE-CHECK-AMOUNT logs the fee as waived when it
      *    is; zero only asks.
           CALL "FEEWAIV" USING WS-ACCOUNT-PARM
                                WS-WAIVE-CHECK-CODE
                                WS-BUSINESS-DATE
                                WS-WAIVE-CHECK-AMOUNT
                                WS-FEE-ITEM-SOURCE
                                WS-WAIVE-FLAG
                                WS-WAIVE-RETURN-CODE
           END-CALL.

       PARSE-AMOUNT-VALUE.
      *    Convert amount using NUMVAL function for decimal handling
           IF WS-TEMP-AMOUNT NOT = SPACES
                   MOVE PRM-VALUE TO SAVINGS-EXCESS-FEE
               WHEN "DUP-WINDOW-MINUTES"
                   MOVE PRM-VALUE TO DUP-WINDOW-MINUTES
               WHEN "FEE-REFUND-TELLER-LIMIT"
                   MOVE PRM-VALUE TO FEE-REFUND-TELLER-LIMIT
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.
