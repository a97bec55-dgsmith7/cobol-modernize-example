       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODAGING.
      *********************************************************
      * ODAGING - Nightly Overdrawn Account Aging and Charge-Off
      * ACC-OVERDRAFT-LIMIT lets an account go negative and
      * ODPOST charges interest on the drawn line, but nothing
      * watched how long an account sat overdrawn. This EODRUN
      * step tracks each deposit account from the first night
      * its balance is negative (OVERDRWN.DAT) and ages it:
      *   - an overdrawn notice is written to the letter file
      *     at 10 and 30 days, addressed from the customer
      *     master, one notice per stage for each spell;
      *   - at OVERDRAWN-FREEZE-DAYS further debits are frozen -
      *     the overdraft line is withdrawn (its limit saved on
      *     the tracking entry), so every debit path declines on
      *     available funds while deposits still post to cure;
      *   - at OVERDRAWN-CHARGEOFF-DAYS the negative balance is
      *     charged off to the overdraft loss line - credited
      *     back to zero as an OVERDRAFT CHARGE-OFF entry - the
      *     account is closed through the CLOSE status path, its
      *     unposted overdraft interest accrual is dropped, and
      *     a charge-off letter goes out.
      * An account brought back to zero or better is marked
      * cured and has its overdraft line restored. Later
      * recoveries on a charged-off account are posted with
      * ODRECOV. Runs ahead of ODACCRUE, so a charged-off
      * account accrues nothing more. Days overdrawn are
      * estimated the way LOANAGE ages (years as 365 days,
      * months as 30). Defaults when PARAMS.DAT carries no
      * value: debits frozen at 45 days, charge-off at 60.
      * A customer whose mail is marked returned (RETMAIL) is
      * not mailed - the notice or letter is held for pickup through
      * MAILHOLD instead.
      *
      * Usage: ODAGING (no parameters - checks every account)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Overdrawn account tracking - one entry per account,
      *    keyed by account number
           SELECT OVERDRAWN-FILE ASSIGN TO "data/OVERDRWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVD-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - the notices are addressed from here
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Overdrawn notices and charge-off letters - plain text,
      *    appended each run for printing and mailing
           SELECT LETTER-FILE ASSIGN TO "data/ODLTRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Overdraft interest accruals - a charged-off account's
      *    unposted accrual is dropped here
           SELECT OD-ACCRUAL-FILE ASSIGN TO "data/ODACCR.DAT"
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

           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
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

      *    Operational parameter file maintained by PARMMNT -
      *    the freeze and charge-off day counts are read from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  OVERDRAWN-FILE.
           COPY "copybooks/OVERDRAWN-ACCOUNT-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  OD-ACCRUAL-FILE.
           COPY "copybooks/OD-ACCRUAL-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD              PIC 9(15).

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    End-of-file switch for the operational parameter load
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.

      *    Days overdrawn at which debits are frozen and at which
      *    the balance is charged off - PARAMS.DAT overlays these
      *    compiled defaults
       01  OVERDRAWN-FREEZE-DAYS       PIC 9(3) VALUE 45.
       01  OVERDRAWN-CHARGEOFF-DAYS    PIC 9(3) VALUE 60.

      *    Branch stamped onto every transaction this program
      *    writes
       01  WS-POSTING-BRANCH           PIC X(3) VALUE SPACES.

      *    Aging working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-ODA-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-ODA-EOF              VALUE 'Y'.
           88  WS-ODA-NOT-EOF          VALUE 'N'.
       01  WS-OVD-FOUND-FLAG           PIC X(1) VALUE 'N'.
           88  OVD-ENTRY-FOUND         VALUE 'Y'.
           88  OVD-ENTRY-NOT-FOUND     VALUE 'N'.
       01  WS-CUSTOMER-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  CUSTOMER-FOUND          VALUE 'Y'.
           88  CUSTOMER-NOT-FOUND      VALUE 'N'.
       01  WS-AUDIT-OPERATION          PIC X(10).
       01  WS-AGE-DAYS                 PIC S9(5).
       01  WS-TARGET-STAGE             PIC 9(1).
       01  WS-STAGE-DAYS               PIC 9(2).
       01  WS-CHARGE-OFF-AMOUNT        PIC S9(10)V99 COMP-3.

      *    Split-out date fields for the day-difference estimate
       01  WS-FROM-YEAR                PIC 9(4).
       01  WS-FROM-MONTH               PIC 9(2).
       01  WS-FROM-DAY                 PIC 9(2).
       01  WS-RUN-YEAR                 PIC 9(4).
       01  WS-RUN-MONTH                PIC 9(2).
       01  WS-RUN-DAY                  PIC 9(2).
       01  WS-DATE-WORK                PIC 9(8).

      *    Run counters
       01  WS-ACCOUNTS-EXAMINED        PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-OVERDRAWN       PIC 9(7) VALUE ZERO.
       01  WS-NEWLY-OVERDRAWN          PIC 9(7) VALUE ZERO.
       01  WS-NOTICES-WRITTEN          PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-FROZEN          PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-CURED           PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-CHARGED-OFF     PIC 9(7) VALUE ZERO.
       01  WS-CHARGE-OFF-TOTAL         PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-DAYS             PIC ZZZ9.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.
       01  WS-EDIT-NEGATIVE-DATE       PIC 9999/99/99.

      *    Returned-mail hold - a letter to a customer whose
      *    address is marked undeliverable is handed to MAILHOLD
      *    and held for pickup instead of being mailed
       01  WS-MAIL-HOLD-ACTION         PIC X(1).
       01  WS-MAIL-HOLD-SOURCE         PIC X(9) VALUE "ODAGING  ".
       01  WS-MAIL-HOLD-CUSTOMER       PIC 9(10).
       01  WS-MAIL-HOLD-LINE           PIC X(100) VALUE SPACES.
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  MAIL-HELD               VALUE 'Y'.
           88  MAIL-NOT-HELD           VALUE 'N'.
       01  WS-ITEMS-HELD               PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-OVERDRAWN-FILE
           PERFORM UNTIL WS-EOF
               READ ACCOUNT-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE OVERDRAWN-FILE
           CLOSE ACCOUNT-FILE
           PERFORM DISPLAY-RUN-SUMMARY
      *    GOBACK rather than STOP RUN so this job can run as a
      *    called step under the EODRUN nightly driver as well as
      *    standalone - RETURN-CODE carries the result either way
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           PERFORM GET-BUSINESS-DATE
           SET NO-ERROR TO TRUE
           MOVE ZERO TO WS-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO WS-EDIT-BUSINESS-DATE
           PERFORM LOAD-OPERATIONAL-PARAMETERS.

       GET-BUSINESS-DATE.
      *    Accounts age against the posting business date, the
      *    same clock LOANLATE and ODACCRUE run on
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

       OPEN-OVERDRAWN-FILE.
      *    First run creates the tracking file
           OPEN I-O OVERDRAWN-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE OVERDRAWN-FILE
               OPEN OUTPUT OVERDRAWN-FILE
               CLOSE OVERDRAWN-FILE
               OPEN I-O OVERDRAWN-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening overdrawn account file, "
                       "status: " WS-FILE-STATUS
               CLOSE ACCOUNT-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.

       PROCESS-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-EXAMINED
      *    A closed account's debt is the recovery ledger's
      *    business, not the aging's
           IF ACC-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           SET OVD-ENTRY-FOUND TO TRUE
           MOVE ACC-NUMBER TO OVD-ACCOUNT
           READ OVERDRAWN-FILE
               INVALID KEY
                   SET OVD-ENTRY-NOT-FOUND TO TRUE
           END-READ
           IF ACC-BALANCE < ZERO
               IF OVD-ENTRY-FOUND AND OVD-CHARGED-OFF
                   DISPLAY "Warning: account " ACC-NUMBER
                           " was charged off and is overdrawn "
                           "again - refer for review"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACCOUNTS-OVERDRAWN
               IF OVD-ENTRY-NOT-FOUND OR OVD-CURED
                   PERFORM START-OVERDRAWN-SPELL
               END-IF
               PERFORM AGE-OVERDRAWN-ACCOUNT
           ELSE
               IF OVD-ENTRY-FOUND AND OVD-OVERDRAWN
                   PERFORM CURE-OVERDRAWN-ACCOUNT
               END-IF
           END-IF.

       START-OVERDRAWN-SPELL.
      *    Tonight is the first night negative - open the entry,
      *    or reopen a cured one in place
           MOVE ACC-NUMBER TO OVD-ACCOUNT
           MOVE ACC-CUSTOMER-ID TO OVD-CUSTOMER-ID
           MOVE ACC-CUSTOMER-NAME TO OVD-CUSTOMER-NAME
           MOVE "O" TO OVD-STATUS
           MOVE WS-BUSINESS-DATE TO OVD-NEGATIVE-DATE
           MOVE ZERO TO OVD-DAYS-OVERDRAWN
           MOVE ZERO TO OVD-LAST-AGED-DATE
           MOVE ZERO TO OVD-NOTICE-STAGE
           MOVE ZERO TO OVD-NOTICE-DATE
           MOVE "N" TO OVD-DEBIT-FREEZE
           MOVE ZERO TO OVD-FREEZE-DATE
           MOVE ZERO TO OVD-SAVED-OD-LIMIT
           MOVE ZERO TO OVD-CURED-DATE
           MOVE ZERO TO OVD-CHARGE-OFF-DATE
           MOVE ZERO TO OVD-CHARGE-OFF-AMOUNT
           MOVE ZERO TO OVD-RECOVERED-AMOUNT
           MOVE ZERO TO OVD-LAST-RECOVERY-DATE
           ADD 1 TO WS-NEWLY-OVERDRAWN.

       AGE-OVERDRAWN-ACCOUNT.
      *    Already aged tonight - a chain restart changes nothing
           IF OVD-LAST-AGED-DATE >= WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-BRANCH TO WS-POSTING-BRANCH
           PERFORM COMPUTE-DAYS-OVERDRAWN
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO OVD-DAYS-OVERDRAWN
           MOVE ACC-BALANCE TO OVD-LAST-BALANCE
           MOVE WS-BUSINESS-DATE TO OVD-LAST-AGED-DATE

           IF WS-AGE-DAYS >= OVERDRAWN-CHARGEOFF-DAYS
               PERFORM CHARGE-OFF-ACCOUNT
               PERFORM SAVE-OVERDRAWN-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-AGE-DAYS >= OVERDRAWN-FREEZE-DAYS AND
              NOT OVD-DEBITS-FROZEN
               PERFORM FREEZE-ACCOUNT-DEBITS
           END-IF
           PERFORM SEND-OVERDRAWN-NOTICE
           PERFORM SAVE-OVERDRAWN-ENTRY.

       SAVE-OVERDRAWN-ENTRY.
           IF OVD-ENTRY-FOUND
               REWRITE OVERDRAWN-ACCOUNT-RECORD
           ELSE
               WRITE OVERDRAWN-ACCOUNT-RECORD
               SET OVD-ENTRY-FOUND TO TRUE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error saving overdrawn entry for account "
                       OVD-ACCOUNT " status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       SEND-OVERDRAWN-NOTICE.
      *    Notices go out at 10 and 30 days overdrawn - one per
      *    stage. An account first seen already past 30 days
      *    gets the 30-day notice, not both at once.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS >= 30
                   MOVE 2 TO WS-TARGET-STAGE
                   MOVE 30 TO WS-STAGE-DAYS
               WHEN WS-AGE-DAYS >= 10
                   MOVE 1 TO WS-TARGET-STAGE
                   MOVE 10 TO WS-STAGE-DAYS
               WHEN OTHER
                   MOVE ZERO TO WS-TARGET-STAGE
           END-EVALUATE
           IF WS-TARGET-STAGE <= OVD-NOTICE-STAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ACCOUNT-OWNER
           IF CUSTOMER-NOT-FOUND
               DISPLAY "Warning: no customer record for account "
                       ACC-NUMBER " - notice held for the next run"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ADDRESS-BLOCK
           MOVE SPACES TO LETTER-LINE
           STRING "RE: Account " ACC-NUMBER " - "
                  WS-STAGE-DAYS "-DAY OVERDRAWN NOTICE"
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE OVD-NEGATIVE-DATE TO WS-EDIT-NEGATIVE-DATE
           MOVE SPACES TO LETTER-LINE
           STRING "Your account has been overdrawn since "
                  WS-EDIT-NEGATIVE-DATE "."
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE ACC-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO LETTER-LINE
           STRING "  Balance now:  $" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "Please deposit enough to bring the account to zero"
               TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "or better, or call us to arrange repayment." TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           IF WS-TARGET-STAGE = 2
               MOVE OVERDRAWN-FREEZE-DAYS TO WS-DISPLAY-DAYS
               MOVE SPACES TO LETTER-LINE
               STRING "After " WS-DISPLAY-DAYS " days overdrawn "
                      "no further debits will be paid."
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM PUT-LETTER-LINE
               MOVE OVERDRAWN-CHARGEOFF-DAYS TO WS-DISPLAY-DAYS
               MOVE SPACES TO LETTER-LINE
               STRING "After " WS-DISPLAY-DAYS " days the account "
                      "will be closed and the balance"
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM PUT-LETTER-LINE
               MOVE "charged off and referred for collection." TO
                   LETTER-LINE
               PERFORM PUT-LETTER-LINE
           END-IF
           PERFORM MAIL-HOLD-END
           CLOSE LETTER-FILE
           MOVE WS-TARGET-STAGE TO OVD-NOTICE-STAGE
           MOVE WS-BUSINESS-DATE TO OVD-NOTICE-DATE
           ADD 1 TO WS-NOTICES-WRITTEN
           DISPLAY WS-STAGE-DAYS "-day overdrawn notice generated "
                   "for account " ACC-NUMBER.

       FREEZE-ACCOUNT-DEBITS.
      *    Withdraw the overdraft line so every debit path
      *    declines on available funds - the limit is kept on
      *    the entry and given back if the account cures
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "ODFREEZE" TO WS-AUDIT-OPERATION
           MOVE ACC-OVERDRAFT-LIMIT TO OVD-SAVED-OD-LIMIT
           MOVE ZERO TO ACC-OVERDRAFT-LIMIT
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error freezing debits on account "
                       ACC-NUMBER " status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           MOVE "Y" TO OVD-DEBIT-FREEZE
           MOVE WS-BUSINESS-DATE TO OVD-FREEZE-DATE
           ADD 1 TO WS-ACCOUNTS-FROZEN
           DISPLAY "Debits frozen on account " ACC-NUMBER.

       CURE-OVERDRAWN-ACCOUNT.
      *    Back to zero or better - the spell ends, and a frozen
      *    account gets its overdraft line back
           IF OVD-DEBITS-FROZEN
               MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
               MOVE "ODUNFREEZE" TO WS-AUDIT-OPERATION
               MOVE OVD-SAVED-OD-LIMIT TO ACC-OVERDRAFT-LIMIT
               REWRITE ACCOUNT-RECORD
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error restoring overdraft line on "
                           "account " ACC-NUMBER " status: "
                           WS-FILE-STATUS
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-AUDIT-ENTRY
               MOVE "N" TO OVD-DEBIT-FREEZE
           END-IF
           MOVE "C" TO OVD-STATUS
           MOVE WS-BUSINESS-DATE TO OVD-CURED-DATE
           MOVE ACC-BALANCE TO OVD-LAST-BALANCE
           PERFORM SAVE-OVERDRAWN-ENTRY
           ADD 1 TO WS-ACCOUNTS-CURED.

       CHARGE-OFF-ACCOUNT.
      *    Write the negative balance off to the overdraft loss
      *    line - credited back to zero as its own entry so the
      *    replay in RECONCILE still ties - then close the
      *    account the way CLOSE does
           COMPUTE WS-CHARGE-OFF-AMOUNT = ZERO - ACC-BALANCE
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "CHARGEOFF" TO WS-AUDIT-OPERATION
           MOVE ZERO TO ACC-BALANCE
           MOVE ZERO TO ACC-OVERDRAFT-LIMIT
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error charging off account " ACC-NUMBER
                       " status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM RECORD-CHARGE-OFF-TRANSACTION

           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "CLOSE" TO WS-AUDIT-OPERATION
           MOVE "C" TO ACC-STATUS
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error closing account " ACC-NUMBER
                       " status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF
           PERFORM DROP-OD-ACCRUAL

           MOVE "X" TO OVD-STATUS
           MOVE WS-BUSINESS-DATE TO OVD-CHARGE-OFF-DATE
           MOVE WS-CHARGE-OFF-AMOUNT TO OVD-CHARGE-OFF-AMOUNT
           MOVE ZERO TO OVD-RECOVERED-AMOUNT
           MOVE ZERO TO OVD-LAST-RECOVERY-DATE
           ADD 1 TO WS-ACCOUNTS-CHARGED-OFF
           ADD WS-CHARGE-OFF-AMOUNT TO WS-CHARGE-OFF-TOTAL
           MOVE WS-CHARGE-OFF-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Account " ACC-NUMBER " charged off $"
                   WS-DISPLAY-AMOUNT " and closed"
           PERFORM SEND-CHARGE-OFF-LETTER.

       RECORD-CHARGE-OFF-TRANSACTION.
      *    Posted as a type D credit reading OVERDRAFT CHARGE-OFF,
      *    which GLEXTRCT maps to the loss line rather than to
      *    deposits
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE ACC-NUMBER TO TXN-FROM-ACCOUNT
           MOVE ZERO TO TXN-TO-ACCOUNT
           MOVE ZERO TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
           MOVE SPACES TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE "D" TO TXN-TYPE
           MOVE WS-CHARGE-OFF-AMOUNT TO TXN-AMOUNT
           MOVE "OVERDRAFT CHARGE-OFF" TO TXN-DESCRIPTION
           MOVE "P" TO TXN-STATUS
      *    A book entry, never a currency transaction
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

       DROP-OD-ACCRUAL.
      *    Overdraft interest accrued on the account and not yet
      *    charged is never collected - drop it so the monthly
      *    ODPOST does not push the closed account negative again
           OPEN I-O OD-ACCRUAL-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-ODA-NOT-EOF TO TRUE
           PERFORM UNTIL WS-ODA-EOF
               READ OD-ACCRUAL-FILE
                   AT END
                       SET WS-ODA-EOF TO TRUE
                   NOT AT END
                       IF ODA-ACCOUNT = ACC-NUMBER
                           MOVE ZERO TO ODA-ACCRUED
                           REWRITE OD-ACCRUAL-RECORD
                           SET WS-ODA-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OD-ACCRUAL-FILE
           SET WS-ODA-NOT-EOF TO TRUE.

       SEND-CHARGE-OFF-LETTER.
           PERFORM READ-ACCOUNT-OWNER
           IF CUSTOMER-NOT-FOUND
               DISPLAY "Warning: no customer record for account "
                       ACC-NUMBER " - charge-off letter not "
                       "generated"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ADDRESS-BLOCK
           MOVE SPACES TO LETTER-LINE
           STRING "RE: Account " ACC-NUMBER
                  " - ACCOUNT CLOSED AND CHARGED OFF"
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE OVD-NEGATIVE-DATE TO WS-EDIT-NEGATIVE-DATE
           MOVE SPACES TO LETTER-LINE
           STRING "Your account, overdrawn since "
                  WS-EDIT-NEGATIVE-DATE ", has been closed."
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE WS-CHARGE-OFF-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "  Balance charged off:  $" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "This balance remains owed and may be referred to a"
               TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "collection agency. Please call us to arrange" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "repayment." TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM MAIL-HOLD-END
           CLOSE LETTER-FILE.

       READ-ACCOUNT-OWNER.
           SET CUSTOMER-NOT-FOUND TO TRUE
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-CUSTOMER-ID TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           CLOSE CUSTOMER-FILE.

       WRITE-ADDRESS-BLOCK.
      *    Opens the letter file and writes the date and the
      *    customer master's address block, the same block
      *    LOANLATE's notices carry - the caller writes the body
      *    and closes the file
           MOVE CUS-CUSTOMER-ID TO WS-MAIL-HOLD-CUSTOMER
           PERFORM MAIL-HOLD-START
           OPEN EXTEND LETTER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE LETTER-FILE
               OPEN OUTPUT LETTER-FILE
           END-IF
           MOVE "--------------------------------------------" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Date: " WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE CUS-CUSTOMER-NAME TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE CUS-ADDRESS-LINE-1 TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           IF CUS-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUS-ADDRESS-LINE-2 TO LETTER-LINE
               PERFORM PUT-LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING CUS-CITY ", " CUS-STATE " " CUS-ZIP-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM PUT-LETTER-LINE.

       COMPUTE-DAYS-OVERDRAWN.
      *    Estimate the day count from the first negative night
      *    to the business date - years as 365 days, months as
      *    30 - the same estimate LOANAGE buckets with
           MOVE OVD-NEGATIVE-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-FROM-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-FROM-MONTH
               REMAINDER WS-FROM-DAY
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-RUN-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-RUN-MONTH
               REMAINDER WS-RUN-DAY
           COMPUTE WS-AGE-DAYS =
               (WS-RUN-YEAR - WS-FROM-YEAR) * 365 +
               (WS-RUN-MONTH - WS-FROM-MONTH) * 30 +
               (WS-RUN-DAY - WS-FROM-DAY).

       WRITE-AUDIT-ENTRY.
      *    Append a before-image audit entry for the account whose
      *    ACCOUNT-RECORD was just rewritten. WS-BACKUP-RECORD must
      *    already hold the pre-change record and
      *    WS-AUDIT-OPERATION the operation name.
           OPEN EXTEND AUDIT-FILE
           MOVE ACC-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE WS-DATE-NUMERIC TO AUD-DATE
           MOVE WS-TIME-NUMERIC TO AUD-TIME
           MOVE WS-AUDIT-OPERATION TO AUD-OPERATION
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE WS-BACKUP-RECORD TO AUD-BEFORE-IMAGE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

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

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in day counts with any
      *    operational parameter in force. No file means the
      *    compiled values stand.
           OPEN INPUT PARAMETER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-PARM-NOT-EOF TO TRUE
           PERFORM UNTIL WS-PARM-EOF
               READ PARAMETER-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       IF PRM-EFFECTIVE-DATE <= WS-DATE-NUMERIC
                           PERFORM APPLY-ONE-PARAMETER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE.

       APPLY-ONE-PARAMETER.
           EVALUATE PRM-NAME
               WHEN "OVERDRAWN-FREEZE-DAYS"
                   MOVE PRM-VALUE TO OVERDRAWN-FREEZE-DAYS
               WHEN "OVERDRAWN-CHARGEOFF-DAYS"
                   MOVE PRM-VALUE TO OVERDRAWN-CHARGEOFF-DAYS
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "OVERDRAWN ACCOUNT AGING RUN COMPLETE"
           DISPLAY "===================================="
           DISPLAY "Accounts examined:   " WS-ACCOUNTS-EXAMINED
           DISPLAY "Accounts overdrawn:  " WS-ACCOUNTS-OVERDRAWN
           DISPLAY "Newly overdrawn:     " WS-NEWLY-OVERDRAWN
           DISPLAY "Notices generated:   " WS-NOTICES-WRITTEN
           DISPLAY "Held for pickup:     " WS-ITEMS-HELD
           DISPLAY "Debits frozen:       " WS-ACCOUNTS-FROZEN
           DISPLAY "Accounts cured:      " WS-ACCOUNTS-CURED
           DISPLAY "Accounts charged off:" WS-ACCOUNTS-CHARGED-OFF
           MOVE WS-CHARGE-OFF-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Charged off:         $" WS-DISPLAY-TOTAL
           DISPLAY "Notices in data/ODLTRS.DAT, tracking in "
                   "data/OVERDRWN.DAT"
           DISPLAY " ".

       MAIL-HOLD-START.
      *    Ask MAILHOLD whether this letter is to be mailed or
      *    held for pickup - WS-MAIL-HOLD-CUSTOMER already loaded
           MOVE "S" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG
           IF MAIL-HELD
               ADD 1 TO WS-ITEMS-HELD
           END-IF.

       PUT-LETTER-LINE.
      *    Mail the line, or file it with the held item
           IF MAIL-HELD
               MOVE LETTER-LINE TO WS-MAIL-HOLD-LINE
               MOVE "L" TO WS-MAIL-HOLD-ACTION
               CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                     WS-MAIL-HOLD-SOURCE
                                     WS-MAIL-HOLD-CUSTOMER
                                     WS-MAIL-HOLD-LINE
                                     WS-MAIL-HOLD-FLAG
           ELSE
               WRITE LETTER-LINE
           END-IF.

       MAIL-HOLD-END.
           MOVE "E" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG.

       END PROGRAM ODAGING.
