       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBRENT.
      *********************************************************
      * SDBRENT - Nightly Safe Deposit Box Rent Run
      * Bills and collects the annual rent on every rented safe
      * deposit box (SAFEBOX.DAT). On each anniversary of the
      * rental the year's rent, priced by box size from the
      * operational parameters, is added to what the renter
      * owes and the due date moves on a year. Whatever is owed
      * is then debited from the box's rent account under the
      * same available-funds rule the other debit paths use -
      * balance plus overdraft line, less uncollected holds and
      * active legal orders - and posted as a TXN-TYPE 'F'
      * entry so GLEXTRCT books it to fee income. Rent the
      * account cannot cover is left owing in full and tried
      * again every night; SAFEBOX DELINQ ages it from the date
      * it first went unpaid.
      *
      * Usage: SDBRENT (no parameters - processes every box)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Safe deposit box inventory - rewritten in place as
      *    each box's rent is billed and collected
           SELECT SAFE-BOX-FILE ASSIGN TO "data/SAFEBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
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

      *    Legal orders placed by LEGALORD - active orders
      *    protect their ordered amount from leaving the account
           SELECT LEGAL-ORDER-FILE ASSIGN TO "data/LEGALORD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Funds availability holds - uncollected deposits cannot
      *    pay box rent
           SELECT HOLD-FILE ASSIGN TO "data/HOLDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameters - annual rent by box size
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
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

       DATA DIVISION.
       FILE SECTION.

       FD  SAFE-BOX-FILE.
           COPY "copybooks/SAFE-BOX-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD              PIC 9(15).

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  LEGAL-ORDER-FILE.
           COPY "copybooks/LEGAL-ORDER-RECORD.cpy".

       FD  HOLD-FILE.
           COPY "copybooks/HOLD-RECORD.cpy".

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    Branch stamped onto every transaction this program
      *    writes - the rent account's branch
       01  WS-POSTING-BRANCH           PIC X(3) VALUE SPACES.
      *    End-of-file switch for the operational parameter load
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.

      *    Annual rent by box size - PARAMS-overridable, the same
      *    defaults SAFEBOX quotes at rental
       01  SDB-RENT-SMALL              PIC 9(6)V99 VALUE 60.00.
       01  SDB-RENT-MEDIUM             PIC 9(6)V99 VALUE 95.00.
       01  SDB-RENT-LARGE              PIC 9(6)V99 VALUE 150.00.
       01  SDB-RENT-XLARGE             PIC 9(6)V99 VALUE 250.00.

      *    Rent run working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-AUDIT-OPERATION          PIC X(10).
       01  WS-AVAILABLE-FUNDS          PIC S9(10)V99 COMP-3.
       01  WS-SIZE-RENT                PIC 9(6)V99.
       01  WS-BOX-CHANGED-FLAG         PIC X(1) VALUE 'N'.
           88  BOX-CHANGED             VALUE 'Y'.
           88  BOX-UNCHANGED           VALUE 'N'.

      *    Split-out date fields used to advance SDB-RENT-DUE-DATE
       01  WS-DUE-WORK-DATE            PIC 9(8).
       01  WS-DUE-YEAR                 PIC 9(4).
       01  WS-DUE-MONTH                PIC 9(2).
       01  WS-DUE-DAY                  PIC 9(2).

      *    Run totals
       01  WS-BOXES-EXAMINED           PIC 9(5) VALUE ZERO.
       01  WS-RENTS-BILLED             PIC 9(5) VALUE ZERO.
       01  WS-RENTS-COLLECTED          PIC 9(5) VALUE ZERO.
       01  WS-RENTS-UNPAID             PIC 9(5) VALUE ZERO.
       01  WS-BILLED-TOTAL             PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-COLLECTED-TOTAL          PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-UNPAID-TOTAL             PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *    Active legal orders against the account being
      *    debited - this much of the balance is the court's,
      *    not the customer's, and comes off the available
      *    figure the same way uncollected holds do
       01  WS-LEGAL-HOLD-TOTAL         PIC S9(10)V99 COMP-3
                                       VALUE ZERO.
       01  WS-LGL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-LGL-EOF              VALUE 'Y'.
           88  WS-LGL-NOT-EOF          VALUE 'N'.

       01  WS-HOLD-TOTAL               PIC S9(10)V99 COMP-3
                                       VALUE ZERO.
       01  WS-HOLD-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-HOLD-EOF             VALUE 'Y'.
           88  WS-HOLD-NOT-EOF         VALUE 'N'.
       01  WS-HOLD-CHECK-ACCOUNT       PIC 9(10).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           OPEN I-O SAFE-BOX-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No safe deposit boxes on file"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening safe deposit box file, "
                       "status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ SAFE-BOX-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-SAFE-BOX
               END-READ
           END-PERFORM
           CLOSE SAFE-BOX-FILE
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
           PERFORM LOAD-OPERATIONAL-PARAMETERS.

       GET-BUSINESS-DATE.
      *    Rent falls due and posts under the business date
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

       PROCESS-SAFE-BOX.
           ADD 1 TO WS-BOXES-EXAMINED
           IF NOT SDB-RENTED
               EXIT PARAGRAPH
           END-IF
           SET BOX-UNCHANGED TO TRUE
           IF SDB-RENT-DUE-DATE <= WS-BUSINESS-DATE
               PERFORM BILL-ANNUAL-RENT
           END-IF
           IF SDB-RENT-UNPAID > ZERO
               PERFORM COLLECT-BOX-RENT
           END-IF
           IF BOX-CHANGED
               REWRITE SAFE-BOX-RECORD
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error rewriting box " SDB-BOX-NUMBER
                           " at branch " SDB-BRANCH
                           ", status: " WS-FILE-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

       BILL-ANNUAL-RENT.
      *    The year's rent at today's price for the box size is
      *    added to whatever is already owed; the oldest unpaid
      *    rent dates the delinquency
           EVALUATE TRUE
               WHEN SDB-SMALL
                   MOVE SDB-RENT-SMALL TO WS-SIZE-RENT
               WHEN SDB-MEDIUM
                   MOVE SDB-RENT-MEDIUM TO WS-SIZE-RENT
               WHEN SDB-LARGE
                   MOVE SDB-RENT-LARGE TO WS-SIZE-RENT
               WHEN OTHER
                   MOVE SDB-RENT-XLARGE TO WS-SIZE-RENT
           END-EVALUATE
           MOVE WS-SIZE-RENT TO SDB-ANNUAL-RENT
           ADD WS-SIZE-RENT TO SDB-RENT-UNPAID
           IF SDB-UNPAID-SINCE = ZERO
               MOVE SDB-RENT-DUE-DATE TO SDB-UNPAID-SINCE
           END-IF
           PERFORM ADVANCE-RENT-DUE-DATE
           ADD 1 TO WS-RENTS-BILLED
           ADD WS-SIZE-RENT TO WS-BILLED-TOTAL
           SET BOX-CHANGED TO TRUE.

       ADVANCE-RENT-DUE-DATE.
      *    Same day next year - a 29 February rental falls due on
      *    28 February in the years between
           MOVE SDB-RENT-DUE-DATE TO WS-DUE-WORK-DATE
           DIVIDE WS-DUE-WORK-DATE BY 10000 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-WORK-DATE
           DIVIDE WS-DUE-WORK-DATE BY 100 GIVING WS-DUE-MONTH
               REMAINDER WS-DUE-DAY
           ADD 1 TO WS-DUE-YEAR
           IF WS-DUE-MONTH = 2 AND WS-DUE-DAY = 29
               MOVE 28 TO WS-DUE-DAY
           END-IF
           COMPUTE SDB-RENT-DUE-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + WS-DUE-DAY.

       COLLECT-BOX-RENT.
      *    Everything owed is taken in one debit or not at all -
      *    a short account leaves the rent owing to be tried
      *    again tomorrow
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SDB-RENT-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Box " SDB-BOX-NUMBER " at branch "
                           SDB-BRANCH ": rent account "
                           SDB-RENT-ACCOUNT " not found"
                   PERFORM COUNT-RENT-UNPAID
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS NOT = "A"
               PERFORM COUNT-RENT-UNPAID
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SDB-RENT-ACCOUNT TO WS-HOLD-CHECK-ACCOUNT
           PERFORM COMPUTE-UNRELEASED-HOLDS
           PERFORM COMPUTE-LEGAL-HOLDS
           COMPUTE WS-AVAILABLE-FUNDS =
               ACC-BALANCE + ACC-OVERDRAFT-LIMIT - WS-HOLD-TOTAL
               - WS-LEGAL-HOLD-TOTAL
           IF SDB-RENT-UNPAID > WS-AVAILABLE-FUNDS
               PERFORM COUNT-RENT-UNPAID
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-BRANCH TO WS-POSTING-BRANCH
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "SDBRENT" TO WS-AUDIT-OPERATION
           SUBTRACT SDB-RENT-UNPAID FROM ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error debiting account " SDB-RENT-ACCOUNT
                       " for box " SDB-BOX-NUMBER
                       ", status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           CLOSE ACCOUNT-FILE
           PERFORM RECORD-RENT-TRANSACTION
           ADD 1 TO WS-RENTS-COLLECTED
           ADD SDB-RENT-UNPAID TO WS-COLLECTED-TOTAL
           MOVE ZERO TO SDB-RENT-UNPAID
           MOVE ZERO TO SDB-UNPAID-SINCE
           MOVE ZERO TO SDB-NOTICE-DATE
           MOVE WS-BUSINESS-DATE TO SDB-LAST-PAID-DATE
           SET BOX-CHANGED TO TRUE.

       COUNT-RENT-UNPAID.
           ADD 1 TO WS-RENTS-UNPAID
           ADD SDB-RENT-UNPAID TO WS-UNPAID-TOTAL.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "SAFE DEPOSIT BOX RENT RUN COMPLETE"
           DISPLAY "=================================="
           DISPLAY "Boxes examined:        " WS-BOXES-EXAMINED
           DISPLAY "Annual rents billed:   " WS-RENTS-BILLED
           MOVE WS-BILLED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Billed total:          $" WS-DISPLAY-TOTAL
           DISPLAY "Rents collected:       " WS-RENTS-COLLECTED
           MOVE WS-COLLECTED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Collected total:       $" WS-DISPLAY-TOTAL
           DISPLAY "Left unpaid:           " WS-RENTS-UNPAID
           MOVE WS-UNPAID-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Unpaid total:          $" WS-DISPLAY-TOTAL
           DISPLAY " ".

       COMPUTE-LEGAL-HOLDS.
      *    Total the active legal orders against the account -
      *    the ordered amounts stay protected until LEGALORD
      *    disburses or releases them. No order file means no
      *    orders.
           MOVE ZERO TO WS-LEGAL-HOLD-TOTAL
           OPEN INPUT LEGAL-ORDER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-LGL-NOT-EOF TO TRUE
           PERFORM UNTIL WS-LGL-EOF
               READ LEGAL-ORDER-FILE
                   AT END
                       SET WS-LGL-EOF TO TRUE
                   NOT AT END
                       IF LGL-ACCOUNT = WS-HOLD-CHECK-ACCOUNT AND
                          LGL-ACTIVE
                           ADD LGL-ORDERED-AMOUNT TO
                               WS-LEGAL-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-ORDER-FILE
           SET WS-LGL-NOT-EOF TO TRUE.

       COMPUTE-UNRELEASED-HOLDS.
      *    Same hold total the teller path subtracts from the
      *    available balance
           MOVE ZERO TO WS-HOLD-TOTAL
           OPEN INPUT HOLD-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-HOLD-NOT-EOF TO TRUE
           PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF HLD-ACCOUNT = WS-HOLD-CHECK-ACCOUNT AND
                          HLD-HELD AND
                          HLD-RELEASE-DATE > WS-BUSINESS-DATE
                           ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       RECORD-RENT-TRANSACTION.
      *    The rent posts as a fee against the rent account
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE SDB-RENT-ACCOUNT TO TXN-FROM-ACCOUNT
           MOVE ZERO TO TXN-TO-ACCOUNT
           MOVE ZERO TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
           MOVE SPACES TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE "F" TO TXN-TYPE
           MOVE SDB-RENT-UNPAID TO TXN-AMOUNT
           MOVE SPACES TO TXN-DESCRIPTION
           STRING "SAFE DEPOSIT BOX RENT " SDB-BRANCH " "
                  SDB-BOX-NUMBER
               DELIMITED BY SIZE INTO TXN-DESCRIPTION
           MOVE "P" TO TXN-STATUS
      *    Box rent is a book entry, never a currency
      *    transaction - the BSA cash-reporting flag never applies
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

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
      *    Overlay the compiled-in rents with any operational
      *    parameter in force. No file means the compiled values
      *    stand.
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
               WHEN "SDB-RENT-SMALL"
                   MOVE PRM-VALUE TO SDB-RENT-SMALL
               WHEN "SDB-RENT-MEDIUM"
                   MOVE PRM-VALUE TO SDB-RENT-MEDIUM
               WHEN "SDB-RENT-LARGE"
                   MOVE PRM-VALUE TO SDB-RENT-LARGE
               WHEN "SDB-RENT-XLARGE"
                   MOVE PRM-VALUE TO SDB-RENT-XLARGE
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       END PROGRAM SDBRENT.
