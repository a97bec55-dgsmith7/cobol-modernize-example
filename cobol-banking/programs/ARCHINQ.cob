       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHINQ.
      *********************************************************
      * ARCHINQ - Archived Account Inquiry
      * Once ACCTPURG has moved a closed account off
      * ACCOUNTS.DAT, HISTORY and the BANKLEDG commands no
      * longer find it. For research and subpoena requests
      * this inquiry reads the account from the closed-account
      * archive (ACCTARCH.DAT) and shows its final master
      * record as it stood when purged, the carry-forward that
      * was archived with it, and every transaction posted
      * against it - from the account-keyed TXNINDEX.DAT when
      * it exists, otherwise from TXNARCH.DAT and then
      * TRANSACT.DAT, the same sources HISTORY reads.
      *
      * Usage: ARCHINQ account [start-date end-date]
      * Dates are YYYYMMDD; with none given the whole history
      * is listed.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Closed-account archive written by ACCTPURG
           SELECT ACCOUNT-ARCHIVE-FILE ASSIGN TO "data/ACCTARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACA-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Live master - only consulted to tell the operator an
      *    account that is not archived is still live
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "data/TRANSACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Archived history written by the TXNARCH year-end job
           SELECT ARCHIVE-FILE ASSIGN TO "data/TXNARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Account-keyed transaction index - never pruned, so it
      *    covers the archived history as well
           SELECT TRANSACTION-INDEX-FILE ASSIGN TO
                   "data/TXNINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-ARCHIVE-FILE.
           COPY "copybooks/ACCOUNT-ARCHIVE-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  ARCHIVE-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy" REPLACING
               ==TRANSACTION-RECORD== BY ==ARCHIVE-TXN-RECORD==
               LEADING ==TXN== BY ==ARC==.

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    The archived account image laid back out in the master
      *    record format
           COPY "copybooks/ACCOUNT-RECORD.cpy" REPLACING
               ==ACCOUNT-RECORD== BY ==ARCHIVED-ACCOUNT-RECORD==
               LEADING ==ACC== BY ==AAC==.

      *    Inquiry working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-COMMAND-LINE             PIC X(40).
       01  WS-TEMP-INQ-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-TEMP-START-DATE          PIC X(8) VALUE SPACES.
       01  WS-TEMP-END-DATE            PIC X(8) VALUE SPACES.
       01  WS-INQ-ACCOUNT              PIC 9(10) VALUE ZERO.
       01  WS-START-DATE               PIC 9(8) VALUE ZERO.
       01  WS-END-DATE                 PIC 9(8) VALUE 99999999.
       01  WS-SIGNER-SUB               PIC 9(1).

      *    Set when the listing answered from the account-keyed
      *    index, so the full-file scans are skipped
       01  WS-INDEX-USED-FLAG          PIC X(1) VALUE 'N'.
           88  INDEX-USED              VALUE 'Y'.
           88  INDEX-NOT-USED          VALUE 'N'.

      *    History totals
       01  WS-TRANSACTION-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-DEBIT-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-DEBIT-TOTAL              PIC 9(12)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC 9(12)V99 VALUE ZERO.
       01  WS-SIDE                     PIC X(2).

      *    Display edit fields
       01  WS-EDIT-REPORT-DATE         PIC 9999/99/99.
       01  WS-EDIT-LIMIT               PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL               PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TXN-AMOUNT          PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           IF WS-INQ-ACCOUNT = ZERO
               DISPLAY "Usage: ARCHINQ account [start-date end-date]"
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-ARCHIVED-ACCOUNT
           IF NO-ERROR
               PERFORM DISPLAY-FINAL-RECORD
               PERFORM DISPLAY-ARCHIVED-HISTORY
               PERFORM DISPLAY-HISTORY-TOTALS
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       INITIALIZATION.
           SET NO-ERROR TO TRUE
           MOVE ZERO TO WS-RETURN-CODE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-TEMP-INQ-ACCOUNT
                    WS-TEMP-START-DATE
                    WS-TEMP-END-DATE
           IF WS-TEMP-INQ-ACCOUNT IS NUMERIC AND
              WS-TEMP-INQ-ACCOUNT NOT = SPACES
               MOVE WS-TEMP-INQ-ACCOUNT TO WS-INQ-ACCOUNT
           END-IF
           IF WS-TEMP-START-DATE IS NUMERIC AND
              WS-TEMP-START-DATE NOT = SPACES
               MOVE WS-TEMP-START-DATE TO WS-START-DATE
           END-IF
           IF WS-TEMP-END-DATE IS NUMERIC AND
              WS-TEMP-END-DATE NOT = SPACES
               MOVE WS-TEMP-END-DATE TO WS-END-DATE
           END-IF.

       READ-ARCHIVED-ACCOUNT.
           OPEN INPUT ACCOUNT-ARCHIVE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No closed-account archive on file - has "
                       "ACCTPURG run yet?"
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INQ-ACCOUNT TO ACA-ACCOUNT
           READ ACCOUNT-ARCHIVE-FILE
               INVALID KEY
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   MOVE ACA-ACCOUNT-IMAGE TO ARCHIVED-ACCOUNT-RECORD
           END-READ
           CLOSE ACCOUNT-ARCHIVE-FILE
           IF ERROR-OCCURRED
               PERFORM EXPLAIN-NOT-ARCHIVED
           END-IF.

       EXPLAIN-NOT-ARCHIVED.
      *    Point the operator at the right inquiry when the
      *    account was never purged
           MOVE WS-INQ-ACCOUNT TO ACC-NUMBER
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: Account " WS-INQ-ACCOUNT
                       " is not on the closed-account archive"
               EXIT PARAGRAPH
           END-IF
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-INQ-ACCOUNT
                           " is not on the closed-account archive "
                           "or the master"
               NOT INVALID KEY
                   DISPLAY "Account " WS-INQ-ACCOUNT
                           " has not been purged - it is still on "
                           "the master (status " ACC-STATUS
                           "); use HISTORY"
           END-READ
           CLOSE ACCOUNT-FILE.

       DISPLAY-FINAL-RECORD.
           DISPLAY " "
           DISPLAY "ARCHIVED ACCOUNT " ACA-ACCOUNT
                   " - FINAL RECORD AS PURGED"
           DISPLAY "=========================================="
                   "=================================="
           MOVE ACA-PURGE-DATE TO WS-EDIT-REPORT-DATE
           DISPLAY "Purged:             " WS-EDIT-REPORT-DATE
                   " at " ACA-PURGE-TIME
           MOVE ACA-CLOSED-DATE TO WS-EDIT-REPORT-DATE
           DISPLAY "Last touched:       " WS-EDIT-REPORT-DATE
           DISPLAY "Customer:           " AAC-CUSTOMER-NAME
           DISPLAY "Customer ID:        " AAC-CUSTOMER-ID
           PERFORM VARYING WS-SIGNER-SUB FROM 1 BY 1
                   UNTIL WS-SIGNER-SUB > AAC-SIGNER-COUNT
                      OR WS-SIGNER-SUB > 2
               DISPLAY "Signer:             "
                       AAC-SIGNER-ID(WS-SIGNER-SUB)
           END-PERFORM
           DISPLAY "Status:             " AAC-STATUS
           DISPLAY "Account type:       " AAC-ACCOUNT-TYPE
                   "   Product: " AAC-PRODUCT-CODE
                   "   Branch: " AAC-BRANCH
                   "   Currency: " AAC-CURRENCY-CODE
           MOVE AAC-OPEN-DATE TO WS-EDIT-REPORT-DATE
           DISPLAY "Opened:             " WS-EDIT-REPORT-DATE
           MOVE AAC-LAST-ACTIVITY-DATE TO WS-EDIT-REPORT-DATE
           DISPLAY "Last activity:      " WS-EDIT-REPORT-DATE
           MOVE AAC-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY "Final balance:      $" WS-DISPLAY-BALANCE
           MOVE AAC-OVERDRAFT-LIMIT TO WS-EDIT-LIMIT
           DISPLAY "Overdraft limit:    $" WS-EDIT-LIMIT
           IF AAC-LINKED-ACCOUNT NOT = ZERO
               DISPLAY "Linked account:     " AAC-LINKED-ACCOUNT
           END-IF
           IF AAC-SWEEP-ACCOUNT NOT = ZERO
               DISPLAY "Sweep account:      " AAC-SWEEP-ACCOUNT
           END-IF
           IF ACA-CF-PRESENT
               MOVE ACA-CF-CUTOFF-DATE TO WS-EDIT-REPORT-DATE
               MOVE ACA-CF-BALANCE TO WS-DISPLAY-BALANCE
               DISPLAY "Carry-forward:      $" WS-DISPLAY-BALANCE
                       " as of the " WS-EDIT-REPORT-DATE
                       " archive cut"
           ELSE
               DISPLAY "Carry-forward:      (none archived)"
           END-IF
           DISPLAY " ".

       DISPLAY-ARCHIVED-HISTORY.
           DISPLAY "TRANSACTION HISTORY"
           IF WS-START-DATE NOT = ZERO OR
              WS-END-DATE NOT = 99999999
               DISPLAY "Dates " WS-START-DATE " through "
                       WS-END-DATE
           END-IF
           DISPLAY "DATE       TXN-ID          TYPE DR/CR       AMOUNT"
                   "  DESCRIPTION                    STATUS"
           DISPLAY "=========================================="
                   "=================================="
           SET INDEX-NOT-USED TO TRUE
           PERFORM READ-HISTORY-FROM-INDEX
           IF INDEX-NOT-USED
      *        Archived history first, so old activity lists ahead
      *        of the live file in rough date order
               PERFORM SCAN-ARCHIVE-HISTORY
               PERFORM SCAN-LIVE-HISTORY
           END-IF
           IF WS-TRANSACTION-COUNT = ZERO
               DISPLAY "No transactions found for this account"
           END-IF.

       READ-HISTORY-FROM-INDEX.
           OPEN INPUT TRANSACTION-INDEX-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET INDEX-USED TO TRUE
           MOVE WS-INQ-ACCOUNT TO TXI-ACCOUNT
           MOVE ZERO TO TXI-TXN-ID
           START TRANSACTION-INDEX-FILE KEY IS NOT < TXI-KEY
               INVALID KEY
                   CLOSE TRANSACTION-INDEX-FILE
                   EXIT PARAGRAPH
           END-START
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ TRANSACTION-INDEX-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TXI-ACCOUNT NOT = WS-INQ-ACCOUNT
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM MOVE-INDEX-TO-TRANSACTION
                           PERFORM LIST-IF-IN-RANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-INDEX-FILE.

       MOVE-INDEX-TO-TRANSACTION.
      *    Lay the index entry into the live transaction record
      *    area so one listing paragraph serves all three sources
           MOVE TXI-TXN-ID TO TXN-ID
           MOVE TXI-TXN-DATE TO TXN-DATE
           MOVE TXI-TXN-TIME TO TXN-TIME
           MOVE TXI-FROM-ACCOUNT TO TXN-FROM-ACCOUNT
           MOVE TXI-TO-ACCOUNT TO TXN-TO-ACCOUNT
           MOVE TXI-TYPE TO TXN-TYPE
           MOVE TXI-AMOUNT TO TXN-AMOUNT
           MOVE TXI-DESCRIPTION TO TXN-DESCRIPTION
           MOVE TXI-STATUS TO TXN-STATUS.

       SCAN-ARCHIVE-HISTORY.
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
                       MOVE ARCHIVE-TXN-RECORD TO TRANSACTION-RECORD
                       IF TXN-FROM-ACCOUNT = WS-INQ-ACCOUNT OR
                          TXN-TO-ACCOUNT = WS-INQ-ACCOUNT
                           PERFORM LIST-IF-IN-RANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       SCAN-LIVE-HISTORY.
           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ TRANSACTION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TXN-FROM-ACCOUNT = WS-INQ-ACCOUNT OR
                          TXN-TO-ACCOUNT = WS-INQ-ACCOUNT
                           PERFORM LIST-IF-IN-RANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       LIST-IF-IN-RANGE.
      *    The account's side of the item - the from account is
      *    debited, the to account credited
           IF TXN-DATE < WS-START-DATE OR TXN-DATE > WS-END-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRANSACTION-COUNT
           IF TXN-FROM-ACCOUNT = WS-INQ-ACCOUNT
               MOVE "DR" TO WS-SIDE
               ADD 1 TO WS-DEBIT-COUNT
               ADD TXN-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               MOVE "CR" TO WS-SIDE
               ADD 1 TO WS-CREDIT-COUNT
               ADD TXN-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           MOVE TXN-DATE TO WS-EDIT-REPORT-DATE
           MOVE TXN-AMOUNT TO WS-EDIT-TXN-AMOUNT
           DISPLAY WS-EDIT-REPORT-DATE " " TXN-ID " " TXN-TYPE
                   "    " WS-SIDE "    " WS-EDIT-TXN-AMOUNT "  "
                   TXN-DESCRIPTION " " TXN-STATUS.

       DISPLAY-HISTORY-TOTALS.
           IF WS-TRANSACTION-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Transactions listed: " WS-TRANSACTION-COUNT
           MOVE WS-DEBIT-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "Debits:  " WS-DEBIT-COUNT "  $" WS-EDIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "Credits: " WS-CREDIT-COUNT "  $" WS-EDIT-TOTAL.

       END PROGRAM ARCHINQ.
