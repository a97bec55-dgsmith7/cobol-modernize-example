       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODRECOV.
      *********************************************************
      * ODRECOV - Charged-Off Overdraft Recovery Ledger
      * Once ODAGING has charged an overdrawn balance off and
      * closed the account, any money later collected on it -
      * a deposit the customer brings in, or a remittance from
      * the collection agency - is no longer a deposit to the
      * closed account. RECOVER posts it as a recovery: a type
      * R transaction (which GLEXTRCT credits back to the
      * overdraft loss line), an entry on the recovery ledger
      * (RECOVERY.DAT) for the monthly ODCORPT report, and the
      * running recovered total on the account's OVERDRWN.DAT
      * entry. A recovery can never exceed what is still
      * outstanding from the charge-off. LIST shows every
      * charged-off account with its recoveries to date, or
      * the ledger entries for one account.
      *
      * Usage: ODRECOV TELLER-ID COMMAND [ARGS]
      * Commands:
      *   RECOVER account amount DEPOSIT|AGENCY [reference]
      *   LIST    [account]
      * Recoveries are refused while the nightly batch window
      * holds the posting lock.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Overdrawn account tracking kept by ODAGING
           SELECT OVERDRAWN-FILE ASSIGN TO "data/OVERDRWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVD-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Recovery ledger - one entry per recovery posted
           SELECT RECOVERY-FILE ASSIGN TO "data/RECOVERY.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "data/TRANSACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Locked exclusively for the read-increment-write sequence
      *    so overlapping sessions can't hand out duplicate TXN-IDs.
           SELECT COUNTER-FILE ASSIGN TO "data/COUNTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FILE-STATUS.

      *    Account-keyed transaction index - every transaction
      *    written to TRANSACT.DAT is mirrored here once per
      *    account side
           SELECT TRANSACTION-INDEX-FILE ASSIGN TO
                   "data/TXNINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    System availability control - checked before posting
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "data/SYSSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OVERDRAWN-FILE.
           COPY "copybooks/OVERDRAWN-ACCOUNT-RECORD.cpy".

       FD  RECOVERY-FILE.
           COPY "copybooks/RECOVERY-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD              PIC 9(15).

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  SYSTEM-STATUS-FILE.
           COPY "copybooks/SYSTEM-STATUS-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Recovery working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(120).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-POSTING-LOCK-FLAG        PIC X(1) VALUE 'N'.
           88  BATCH-WINDOW-OPEN       VALUE 'Y'.
           88  BATCH-WINDOW-CLOSED     VALUE 'N'.

       01  WS-ACCOUNT-ARG              PIC 9(10) VALUE ZERO.
       01  WS-TEMP-AMOUNT-ARG          PIC X(14) VALUE SPACES.
       01  WS-AMOUNT-ARG               PIC 9(10)V99 VALUE ZERO.
       01  WS-SOURCE-ARG               PIC X(7) VALUE SPACES.
       01  WS-REFERENCE-ARG            PIC X(20) VALUE SPACES.

       01  WS-OUTSTANDING              PIC S9(10)V99 COMP-3.
       01  WS-SOURCE-LABEL             PIC X(7).
       01  WS-ENTRIES-LISTED           PIC 9(5) VALUE ZERO.
       01  WS-CHARGED-OFF-TOTAL        PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RECOVERED-TOTAL          PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "RECOVER"
                   PERFORM POST-RECOVERY
               WHEN "LIST"
                   IF WS-ACCOUNT-ARG = ZERO
                       PERFORM LIST-CHARGED-OFF-ACCOUNTS
                   ELSE
                       PERFORM LIST-ACCOUNT-RECOVERIES
                   END-IF
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
           MOVE SPACES TO WS-TEMP-ACCOUNT
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-TELLER-ID-PARM
                    WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN "RECOVER"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-ACCOUNT
                            WS-TEMP-AMOUNT-ARG
                            WS-SOURCE-ARG
                            WS-REFERENCE-ARG
               WHEN "LIST"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-ACCOUNT
           END-EVALUATE
           IF WS-TEMP-ACCOUNT IS NUMERIC AND
              WS-TEMP-ACCOUNT NOT = SPACES
               MOVE WS-TEMP-ACCOUNT TO WS-ACCOUNT-ARG
           END-IF
           IF WS-TEMP-AMOUNT-ARG NOT = SPACES
               COMPUTE WS-AMOUNT-ARG =
                   FUNCTION NUMVAL(WS-TEMP-AMOUNT-ARG)
           END-IF.

       GET-BUSINESS-DATE.
      *    Recoveries are dated on the posting business date so
      *    they fall in the month ODCORPT reports them in
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

       CHECK-POSTING-LOCK.
      *    Same availability check BANKLEDG and TELLERXN make -
      *    a recovery is not captured for later, it is refused
           SET BATCH-WINDOW-CLOSED TO TRUE
           OPEN INPUT SYSTEM-STATUS-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SYSTEM-STATUS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF POSTING-LOCKED
                       SET BATCH-WINDOW-OPEN TO TRUE
                   END-IF
           END-READ
           CLOSE SYSTEM-STATUS-FILE.

       POST-RECOVERY.
           IF WS-ACCOUNT-ARG = ZERO OR WS-AMOUNT-ARG <= ZERO
               DISPLAY "Error: RECOVER needs account amount "
                       "DEPOSIT|AGENCY [reference]"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SOURCE-ARG
               WHEN "DEPOSIT"
                   MOVE "D" TO RCV-SOURCE
               WHEN "AGENCY"
                   MOVE "A" TO RCV-SOURCE
               WHEN OTHER
                   DISPLAY "Error: Recovery source must be DEPOSIT "
                           "or AGENCY"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM CHECK-POSTING-LOCK
           IF BATCH-WINDOW-OPEN
               DISPLAY "Error: Posting is locked for the batch "
                       "window - post the recovery after it ends"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O OVERDRAWN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No charged-off accounts on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ARG TO OVD-ACCOUNT
           READ OVERDRAWN-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-ACCOUNT-ARG
                           " has no overdrawn history"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE OVERDRAWN-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT OVD-CHARGED-OFF
               DISPLAY "Error: Account " WS-ACCOUNT-ARG
                       " has not been charged off - post a deposit "
                       "instead"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE OVERDRAWN-FILE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OUTSTANDING =
               OVD-CHARGE-OFF-AMOUNT - OVD-RECOVERED-AMOUNT
           IF WS-AMOUNT-ARG > WS-OUTSTANDING
               MOVE WS-OUTSTANDING TO WS-DISPLAY-AMOUNT
               DISPLAY "Error: Recovery exceeds the $"
                       WS-DISPLAY-AMOUNT " still outstanding"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE OVERDRAWN-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM RECORD-RECOVERY-TRANSACTION
           PERFORM WRITE-RECOVERY-ENTRY
           ADD WS-AMOUNT-ARG TO OVD-RECOVERED-AMOUNT
           MOVE WS-BUSINESS-DATE TO OVD-LAST-RECOVERY-DATE
           REWRITE OVERDRAWN-ACCOUNT-RECORD
           CLOSE OVERDRAWN-FILE

           MOVE WS-AMOUNT-ARG TO WS-DISPLAY-AMOUNT
           DISPLAY "Recovery of $" WS-DISPLAY-AMOUNT
                   " posted to charged-off account " WS-ACCOUNT-ARG
           DISPLAY "Transaction ID: " WS-TRANSACTION-COUNTER
           COMPUTE WS-DISPLAY-BALANCE =
               OVD-CHARGE-OFF-AMOUNT - OVD-RECOVERED-AMOUNT
           DISPLAY "Still outstanding: $" WS-DISPLAY-BALANCE.

       RECORD-RECOVERY-TRANSACTION.
      *    Type R - the closed account's balance is not touched,
      *    the money goes back against the loss line
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE WS-ACCOUNT-ARG TO TXN-FROM-ACCOUNT
           MOVE ZERO TO TXN-TO-ACCOUNT
           MOVE ZERO TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
           MOVE WS-TELLER-ID-PARM TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE "R" TO TXN-TYPE
           MOVE WS-AMOUNT-ARG TO TXN-AMOUNT
           IF RCV-FROM-AGENCY
               MOVE "RECOVERY - AGENCY" TO TXN-DESCRIPTION
           ELSE
               MOVE "RECOVERY - DEPOSIT" TO TXN-DESCRIPTION
           END-IF
           MOVE "P" TO TXN-STATUS
           MOVE "N" TO TXN-CTR-FLAG
           MOVE SPACES TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

       WRITE-RECOVERY-ENTRY.
           OPEN EXTEND RECOVERY-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE RECOVERY-FILE
               OPEN OUTPUT RECOVERY-FILE
           END-IF
           MOVE WS-ACCOUNT-ARG TO RCV-ACCOUNT
           MOVE WS-BUSINESS-DATE TO RCV-DATE
           MOVE WS-TIME-NUMERIC TO RCV-TIME
           MOVE WS-AMOUNT-ARG TO RCV-AMOUNT
           MOVE WS-REFERENCE-ARG TO RCV-REFERENCE
           MOVE WS-TRANSACTION-COUNTER TO RCV-TXN-ID
           MOVE WS-TELLER-ID-PARM TO RCV-TELLER-ID
           WRITE RECOVERY-RECORD
           CLOSE RECOVERY-FILE.

       LIST-CHARGED-OFF-ACCOUNTS.
           OPEN INPUT OVERDRAWN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No charged-off accounts on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CHARGED-OFF OVERDRAWN ACCOUNTS - "
                   WS-BUSINESS-DATE
           DISPLAY "========================================"
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ OVERDRAWN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF OVD-CHARGED-OFF
                           PERFORM LIST-ONE-CHARGED-OFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERDRAWN-FILE
           DISPLAY " "
           DISPLAY "Accounts listed:   " WS-ENTRIES-LISTED
           MOVE WS-CHARGED-OFF-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Charged off:       $" WS-DISPLAY-TOTAL
           MOVE WS-RECOVERED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Recovered:         $" WS-DISPLAY-TOTAL.

       LIST-ONE-CHARGED-OFF.
           ADD 1 TO WS-ENTRIES-LISTED
           ADD OVD-CHARGE-OFF-AMOUNT TO WS-CHARGED-OFF-TOTAL
           ADD OVD-RECOVERED-AMOUNT TO WS-RECOVERED-TOTAL
           MOVE OVD-CHARGE-OFF-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE OVD-RECOVERED-AMOUNT TO WS-DISPLAY-BALANCE
           DISPLAY OVD-ACCOUNT " " OVD-CUSTOMER-NAME " "
                   OVD-CHARGE-OFF-DATE " $" WS-DISPLAY-AMOUNT
                   " rec $" WS-DISPLAY-BALANCE.

       LIST-ACCOUNT-RECOVERIES.
           OPEN INPUT RECOVERY-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No recoveries on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RECOVERIES FOR ACCOUNT " WS-ACCOUNT-ARG
           DISPLAY "========================================"
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ RECOVERY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RCV-ACCOUNT = WS-ACCOUNT-ARG
                           PERFORM LIST-ONE-RECOVERY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECOVERY-FILE
           DISPLAY " "
           DISPLAY "Recoveries listed: " WS-ENTRIES-LISTED
           MOVE WS-RECOVERED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Total recovered:   $" WS-DISPLAY-TOTAL.

       LIST-ONE-RECOVERY.
           ADD 1 TO WS-ENTRIES-LISTED
           ADD RCV-AMOUNT TO WS-RECOVERED-TOTAL
           IF RCV-FROM-AGENCY
               MOVE "AGENCY " TO WS-SOURCE-LABEL
           ELSE
               MOVE "DEPOSIT" TO WS-SOURCE-LABEL
           END-IF
           MOVE RCV-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY RCV-DATE " " WS-SOURCE-LABEL " $"
                   WS-DISPLAY-AMOUNT " " RCV-REFERENCE " "
                   RCV-TELLER-ID " " RCV-TXN-ID.

       GET-NEXT-TRANSACTION-ID.
      *    Hold the counter file open and exclusively locked for the
      *    whole read-increment-write sequence so two sessions
      *    running at the same moment can't both read the same
      *    value before either one writes it back.
           OPEN I-O COUNTER-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT COUNTER-FILE
               CLOSE COUNTER-FILE
               OPEN I-O COUNTER-FILE
           END-IF

           READ COUNTER-FILE
               AT END
                   MOVE 1 TO WS-TRANSACTION-COUNTER
                   MOVE WS-TRANSACTION-COUNTER TO COUNTER-RECORD
                   WRITE COUNTER-RECORD
               NOT AT END
                   MOVE COUNTER-RECORD TO WS-TRANSACTION-COUNTER
                   ADD 1 TO WS-TRANSACTION-COUNTER
                   MOVE WS-TRANSACTION-COUNTER TO COUNTER-RECORD
                   REWRITE COUNTER-RECORD
           END-READ

           CLOSE COUNTER-FILE.

       WRITE-TRANSACTION-INDEX.
      *    Mirror the transaction just written into the account-
      *    keyed index, one record per account side
           OPEN I-O TRANSACTION-INDEX-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE TRANSACTION-INDEX-FILE
               OPEN OUTPUT TRANSACTION-INDEX-FILE
               CLOSE TRANSACTION-INDEX-FILE
               OPEN I-O TRANSACTION-INDEX-FILE
           END-IF
           MOVE TXN-FROM-ACCOUNT TO TXI-ACCOUNT
           PERFORM WRITE-ONE-INDEX-SIDE
           IF TXN-TO-ACCOUNT > ZERO AND
              TXN-TO-ACCOUNT NOT = TXN-FROM-ACCOUNT
               MOVE TXN-TO-ACCOUNT TO TXI-ACCOUNT
               PERFORM WRITE-ONE-INDEX-SIDE
           END-IF
           CLOSE TRANSACTION-INDEX-FILE.

       WRITE-ONE-INDEX-SIDE.
           MOVE TXN-ID TO TXI-TXN-ID
           MOVE TXN-DATE TO TXI-TXN-DATE
           MOVE TXN-TIME TO TXI-TXN-TIME
           MOVE TXN-FROM-ACCOUNT TO TXI-FROM-ACCOUNT
           MOVE TXN-TO-ACCOUNT TO TXI-TO-ACCOUNT
           MOVE TXN-TYPE TO TXI-TYPE
           MOVE TXN-AMOUNT TO TXI-AMOUNT
           MOVE TXN-DESCRIPTION TO TXI-DESCRIPTION
           MOVE TXN-STATUS TO TXI-STATUS
           MOVE TXN-CTR-FLAG TO TXI-CTR-FLAG
           MOVE TXN-CHECK-NUMBER TO TXI-CHECK-NUMBER
           MOVE TXN-TELLER-ID TO TXI-TELLER-ID
           MOVE TXN-REVERSAL-OF TO TXI-REVERSAL-OF
           MOVE TXN-SUPERVISOR-ID TO TXI-SUPERVISOR-ID
           MOVE TXN-EXCHANGE-RATE TO TXI-EXCHANGE-RATE
           MOVE TXN-BRANCH TO TXI-BRANCH
           WRITE TRANSACTION-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       DISPLAY-USAGE.
           DISPLAY "ODRECOV - Charged-Off Overdraft Recovery Ledger"
           DISPLAY "Usage: ODRECOV TELLER-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  RECOVER account amount DEPOSIT|AGENCY "
                   "[reference]"
           DISPLAY "  LIST [account]".

       END PROGRAM ODRECOV.
