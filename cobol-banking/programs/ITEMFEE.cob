       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMFEE.
      *********************************************************
      * ITEMFEE - Nightly Paid-Overdraft and NSF Item Fees
      * Every item paid into the overdraft line (BANKLEDG
      * WITHDRAW, TELLERXN, INCLEAR) and every check returned
      * for insufficient funds (INCLEAR) is logged to
      * FEEITEMS.DAT as it posts, through FEEITEM. This EODRUN
      * step reads the business day's items account by account
      * and assesses a fee on each:
      *   - OD-ITEM-FEE per paid item, NSF-ITEM-FEE per returned
      *     item, or the product's own amounts when PRODMNT
      *     ITEMFEE has set them on the account's product;
      *   - no more than ITEM-FEE-DAILY-MAX fee items per
      *     account per day - the rest are logged as capped;
      *   - no overdraft item fee at all when the account ends
      *     the day overdrawn by less than OD-FEE-DEMINIMIS (or
      *     not overdrawn). NSF items are charged regardless,
      *     since the item was never paid;
      *   - no fee on an item an OD or NSF (or ALL) waiver on
      *     the account covers - the item is marked waived and
      *     FEEWAIV logs the fee given up.
      * Each fee posts as its own TXN-TYPE 'F' entry whose
      * description carries the triggering item's TXN-ID (paid
      * items) or check number (returned items), and the log
      * entry is stamped with the outcome and the fee TXN-ID,
      * so a chain restart charges nothing twice. The daily fee
      * report, by account, is captured to the spool as
      * ITEMFEE for SPOOLRPT to reprint. Defaults when
      * PARAMS.DAT carries no value: $35.00 per paid item,
      * $35.00 per returned item, 4 fee items a day, $5.00
      * de-minimis.
      *
      * Usage: ITEMFEE (no parameters - assesses the business
      *        day's logged items)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Fee item log written by FEEITEM - keyed by account,
      *    date and time, so each account's day reads in order
           SELECT FEE-ITEM-FILE ASSIGN TO "data/FEEITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIT-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Product master - per-product item fee amounts
           SELECT PRODUCT-FILE ASSIGN TO "data/PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODE
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
      *    the fee amounts, daily cap and de-minimis are read
      *    from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  FEE-ITEM-FILE.
           COPY "copybooks/FEE-ITEM-RECORD.cpy".

       FD  PRODUCT-FILE.
           COPY "copybooks/PRODUCT-RECORD.cpy".

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

      *    Item fee amounts, the daily cap on fee items per account
      *    and the overdraft de-minimis - PARAMS.DAT overlays these
      *    compiled defaults
       01  OD-ITEM-FEE                 PIC 9(4)V99 VALUE 35.00.
       01  NSF-ITEM-FEE                PIC 9(4)V99 VALUE 35.00.
       01  ITEM-FEE-DAILY-MAX          PIC 9(3) VALUE 4.
       01  OD-FEE-DEMINIMIS            PIC 9(6)V99 VALUE 5.00.

      *    Assessment working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-ACCOUNT-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND           VALUE 'Y'.
           88  ACCOUNT-NOT-FOUND       VALUE 'N'.
       01  WS-AUDIT-OPERATION          PIC X(10).
       01  WS-CURRENT-ACCOUNT          PIC 9(10) VALUE ZERO.
       01  WS-EFFECTIVE-OD-FEE         PIC 9(4)V99.
       01  WS-EFFECTIVE-NSF-FEE        PIC 9(4)V99.
       01  WS-ITEM-FEE                 PIC 9(4)V99.
      *    The account's balance at the close of posting, before
      *    any item fee - the de-minimis test is made against it
       01  WS-DAY-END-BALANCE          PIC S9(10)V99 COMP-3.
       01  WS-DEMINIMIS-FLOOR          PIC S9(10)V99 COMP-3.
       01  WS-OUTCOME-TEXT             PIC X(10).
       01  WS-KIND-TEXT                PIC X(7).

      *    Fee waiver lookup - the FEEWAIV subprogram is asked
      *    before each item fee is charged
       01  WS-WAIVE-FEE-CODE           PIC X(6).
       01  WS-WAIVE-AMOUNT             PIC 9(10)V99.
       01  WS-WAIVE-SOURCE             PIC X(8) VALUE "ITEMFEE".
       01  WS-WAIVE-FLAG               PIC X(1) VALUE 'N'.
           88  FEE-IS-WAIVED           VALUE 'Y'.
       01  WS-WAIVE-RETURN-CODE        PIC 9(2) VALUE ZERO.

      *    Per-account totals for the report subtotal
       01  WS-ACCOUNT-ITEM-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNT-FEE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNT-FEE-TOTAL        PIC S9(10)V99 COMP-3
                                       VALUE ZERO.

      *    Run counters
       01  WS-ACCOUNTS-REPORTED        PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-REPORTED           PIC 9(7) VALUE ZERO.
       01  WS-FEES-ASSESSED            PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-CAPPED             PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-DE-MINIMIS         PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-NO-FEE             PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-NOT-ACTIVE         PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-WAIVED             PIC 9(7) VALUE ZERO.
       01  WS-FEE-TOTAL                PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-COUNT            PIC ZZ,ZZ9.
       01  WS-DISPLAY-FEE-COUNT        PIC ZZ,ZZ9.
       01  WS-DISPLAY-FEE              PIC ZZ,ZZ9.99.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the report can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the run.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "ITEMFEE  ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           OPEN I-O FEE-ITEM-FILE
           IF WS-FILE-STATUS = "35"
      *        Nothing has ever been logged - nothing to assess
               DISPLAY "No fee items on file - nothing to assess"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening fee item file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               CLOSE FEE-ITEM-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-REPORT-HEADING
           PERFORM UNTIL WS-EOF
               READ FEE-ITEM-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-ITEM
               END-READ
           END-PERFORM
           IF WS-CURRENT-ACCOUNT > ZERO
               PERFORM WRITE-ACCOUNT-SUBTOTAL
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE FEE-ITEM-FILE
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM SPOOL-CLOSE-RUN
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
           PERFORM LOAD-OPERATIONAL-PARAMETERS
           COMPUTE WS-DEMINIMIS-FLOOR = ZERO - OD-FEE-DEMINIMIS.

       GET-BUSINESS-DATE.
      *    Items are logged under the posting business date, so
      *    that is the day assessed
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

       PROCESS-ONE-ITEM.
           IF FIT-DATE NOT = WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           IF FIT-ACCOUNT NOT = WS-CURRENT-ACCOUNT
               IF WS-CURRENT-ACCOUNT > ZERO
                   PERFORM WRITE-ACCOUNT-SUBTOTAL
               END-IF
               PERFORM START-ACCOUNT-DAY
           END-IF
           ADD 1 TO WS-ACCOUNT-ITEM-COUNT
           ADD 1 TO WS-ITEMS-REPORTED
      *    An item a restarted run already assessed keeps its
      *    outcome. Its fee counts toward the cap and is added
      *    back to give the balance the day actually ended on.
           IF NOT FIT-PENDING
               IF FIT-ASSESSED
                   ADD 1 TO WS-ACCOUNT-FEE-COUNT
                   ADD FIT-FEE-AMOUNT TO WS-ACCOUNT-FEE-TOTAL
                   ADD FIT-FEE-AMOUNT TO WS-DAY-END-BALANCE
               END-IF
           ELSE
               PERFORM ASSESS-ONE-ITEM
           END-IF
           PERFORM TALLY-ITEM-OUTCOME
           PERFORM WRITE-ITEM-LINE.

       START-ACCOUNT-DAY.
           MOVE FIT-ACCOUNT TO WS-CURRENT-ACCOUNT
           MOVE ZERO TO WS-ACCOUNT-ITEM-COUNT
           MOVE ZERO TO WS-ACCOUNT-FEE-COUNT
           MOVE ZERO TO WS-ACCOUNT-FEE-TOTAL
           MOVE ZERO TO WS-DAY-END-BALANCE
           ADD 1 TO WS-ACCOUNTS-REPORTED
           SET ACCOUNT-FOUND TO TRUE
           MOVE FIT-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ
           IF ACCOUNT-FOUND
               MOVE ACC-BALANCE TO WS-DAY-END-BALANCE
               PERFORM RESOLVE-ITEM-FEES
           END-IF.

       RESOLVE-ITEM-FEES.
      *    The product's item fees when PRODMNT ITEMFEE has set
      *    them, the global values when not
           MOVE OD-ITEM-FEE TO WS-EFFECTIVE-OD-FEE
           MOVE NSF-ITEM-FEE TO WS-EFFECTIVE-NSF-FEE
           IF ACC-PRODUCT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-PRODUCT-CODE TO PRD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRD-ITEM-FEES-SET
                       MOVE PRD-OD-ITEM-FEE TO WS-EFFECTIVE-OD-FEE
                       MOVE PRD-NSF-ITEM-FEE TO WS-EFFECTIVE-NSF-FEE
                   END-IF
           END-READ
           CLOSE PRODUCT-FILE.

       ASSESS-ONE-ITEM.
      *    A closed or frozen account is not charged
           IF ACCOUNT-NOT-FOUND OR ACC-STATUS NOT = "A"
               MOVE "X" TO FIT-STATUS
               PERFORM SAVE-FEE-ITEM
               EXIT PARAGRAPH
           END-IF
      *    A paid item earns no fee unless the account finished
      *    the day overdrawn by at least the de-minimis amount
           IF FIT-PAID-ITEM AND
              WS-DAY-END-BALANCE > WS-DEMINIMIS-FLOOR
               MOVE "M" TO FIT-STATUS
               PERFORM SAVE-FEE-ITEM
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCOUNT-FEE-COUNT >= ITEM-FEE-DAILY-MAX
               MOVE "C" TO FIT-STATUS
               PERFORM SAVE-FEE-ITEM
               EXIT PARAGRAPH
           END-IF
           IF FIT-PAID-ITEM
               MOVE WS-EFFECTIVE-OD-FEE TO WS-ITEM-FEE
           ELSE
               MOVE WS-EFFECTIVE-NSF-FEE TO WS-ITEM-FEE
           END-IF
           IF WS-ITEM-FEE = ZERO
               MOVE "Z" TO FIT-STATUS
               PERFORM SAVE-FEE-ITEM
               EXIT PARAGRAPH
           END-IF
      *    An OD or NSF fee waived on the account is skipped and
      *    does not count toward the daily cap
           IF FIT-PAID-ITEM
               MOVE "OD" TO WS-WAIVE-FEE-CODE
           ELSE
               MOVE "NSF" TO WS-WAIVE-FEE-CODE
           END-IF
           MOVE WS-ITEM-FEE TO WS-WAIVE-AMOUNT
           CALL "FEEWAIV" USING FIT-ACCOUNT
                                WS-WAIVE-FEE-CODE
                                WS-BUSINESS-DATE
                                WS-WAIVE-AMOUNT
                                WS-WAIVE-SOURCE
                                WS-WAIVE-FLAG
                                WS-WAIVE-RETURN-CODE
           END-CALL
           IF FEE-IS-WAIVED
               MOVE "W" TO FIT-STATUS
               PERFORM SAVE-FEE-ITEM
               EXIT PARAGRAPH
           END-IF

           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "ITEMFEE" TO WS-AUDIT-OPERATION
           SUBTRACT WS-ITEM-FEE FROM ACC-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error charging item fee to account "
                       ACC-NUMBER " status: " WS-FILE-STATUS
               MOVE WS-BACKUP-RECORD TO ACCOUNT-RECORD
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM RECORD-ITEM-FEE-TRANSACTION
           MOVE "A" TO FIT-STATUS
           MOVE WS-ITEM-FEE TO FIT-FEE-AMOUNT
           MOVE TXN-ID TO FIT-FEE-TXN-ID
           PERFORM SAVE-FEE-ITEM
           ADD 1 TO WS-ACCOUNT-FEE-COUNT
           ADD WS-ITEM-FEE TO WS-ACCOUNT-FEE-TOTAL.

       SAVE-FEE-ITEM.
           REWRITE FEE-ITEM-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating fee item for account "
                       FIT-ACCOUNT " status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       RECORD-ITEM-FEE-TRANSACTION.
      *    The description names the item the fee was charged on
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE ACC-NUMBER TO TXN-FROM-ACCOUNT
           MOVE ZERO TO TXN-TO-ACCOUNT
           MOVE FIT-CHECK-NUMBER TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
           MOVE SPACES TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE "F" TO TXN-TYPE
           MOVE WS-ITEM-FEE TO TXN-AMOUNT
           MOVE SPACES TO TXN-DESCRIPTION
           IF FIT-PAID-ITEM
               STRING "OD ITEM FEE - TXN " FIT-TXN-ID
                   DELIMITED BY SIZE INTO TXN-DESCRIPTION
           ELSE
               STRING "NSF ITEM FEE - CHECK " FIT-CHECK-NUMBER
                   DELIMITED BY SIZE INTO TXN-DESCRIPTION
           END-IF
           MOVE "P" TO TXN-STATUS
      *    A fee is never a currency transaction
           MOVE "N" TO TXN-CTR-FLAG
           MOVE ACC-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

       TALLY-ITEM-OUTCOME.
           EVALUATE TRUE
               WHEN FIT-ASSESSED
                   MOVE "FEE" TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-FEES-ASSESSED
                   ADD FIT-FEE-AMOUNT TO WS-FEE-TOTAL
               WHEN FIT-CAPPED
                   MOVE "DAILY MAX" TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-ITEMS-CAPPED
               WHEN FIT-DE-MINIMIS
                   MOVE "DE MINIMIS" TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-ITEMS-DE-MINIMIS
               WHEN FIT-NO-FEE
                   MOVE "NO FEE" TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-ITEMS-NO-FEE
               WHEN FIT-ACCOUNT-CLOSED
                   MOVE "NOT ACTIVE" TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-ITEMS-NOT-ACTIVE
               WHEN FIT-WAIVED
                   MOVE "WAIVED" TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-ITEMS-WAIVED
               WHEN OTHER
      *            Left pending by a failed rewrite - tried again
      *            on a rerun
                   MOVE "PENDING" TO WS-OUTCOME-TEXT
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "OVERDRAFT / NSF ITEM FEES - BUSINESS DATE "
                  WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           MOVE "Account     Kind    Reference        Item Amount"
               TO WS-SPOOL-LINE
           MOVE "  Outcome          Fee" TO WS-SPOOL-LINE(50:23)
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE.

       WRITE-ITEM-LINE.
           IF FIT-PAID-ITEM
               MOVE "OD PAID" TO WS-KIND-TEXT
           ELSE
               MOVE "NSF RTN" TO WS-KIND-TEXT
           END-IF
           MOVE FIT-AMOUNT TO WS-DISPLAY-AMOUNT
           IF FIT-ASSESSED
               MOVE FIT-FEE-AMOUNT TO WS-DISPLAY-FEE
           ELSE
               MOVE ZERO TO WS-DISPLAY-FEE
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           STRING FIT-ACCOUNT "  " WS-KIND-TEXT " "
                  FIT-REFERENCE "  " WS-DISPLAY-AMOUNT "  "
                  WS-OUTCOME-TEXT " " WS-DISPLAY-FEE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       WRITE-ACCOUNT-SUBTOTAL.
           MOVE WS-ACCOUNT-ITEM-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-ACCOUNT-FEE-COUNT TO WS-DISPLAY-FEE-COUNT
           MOVE WS-ACCOUNT-FEE-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "  Account " WS-CURRENT-ACCOUNT " total:"
                  WS-DISPLAY-COUNT " items, "
                  WS-DISPLAY-FEE-COUNT " fees, $"
                  WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           IF WS-ITEMS-REPORTED = ZERO
               MOVE "  (no items logged for the business date)" TO
                   WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "Accounts with items:  " WS-ACCOUNTS-REPORTED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Items logged:         " WS-ITEMS-REPORTED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Fees assessed:        " WS-FEES-ASSESSED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Over the daily max:   " WS-ITEMS-CAPPED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Within de-minimis:    " WS-ITEMS-DE-MINIMIS
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "No fee on schedule:   " WS-ITEMS-NO-FEE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Account not active:   " WS-ITEMS-NOT-ACTIVE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Fee waived:           " WS-ITEMS-WAIVED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-FEE-TOTAL TO WS-DISPLAY-TOTAL
           STRING "Total item fees:     $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           DISPLAY "Report captured to the spool as ITEMFEE"
           DISPLAY " ".

       PRINT-REPORT-LINE.
      *    Every report line goes to the console and the spool
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

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
      *    Overlay the compiled-in fee amounts, cap and de-minimis
      *    with any operational parameter in force. No file means
      *    the compiled values stand.
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
               WHEN "OD-ITEM-FEE"
                   MOVE PRM-VALUE TO OD-ITEM-FEE
               WHEN "NSF-ITEM-FEE"
                   MOVE PRM-VALUE TO NSF-ITEM-FEE
               WHEN "ITEM-FEE-DAILY-MAX"
                   MOVE PRM-VALUE TO ITEM-FEE-DAILY-MAX
               WHEN "OD-FEE-DEMINIMIS"
                   MOVE PRM-VALUE TO OD-FEE-DEMINIMIS
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       SPOOL-OPEN-RUN.
      *    Register this run in the spool repository
           MOVE "O" TO WS-SPOOL-ACTION
           CALL "SPOOLER" USING WS-SPOOL-ACTION
                                WS-SPOOL-NAME
                                WS-SPOOL-LINE
                                WS-SPOOL-RETURN-CODE.

       SPOOL-ONE-LINE.
      *    Capture WS-SPOOL-LINE into the spool, then clear it
      *    for the next STRING
           MOVE "L" TO WS-SPOOL-ACTION
           CALL "SPOOLER" USING WS-SPOOL-ACTION
                                WS-SPOOL-NAME
                                WS-SPOOL-LINE
                                WS-SPOOL-RETURN-CODE
           MOVE SPACES TO WS-SPOOL-LINE.

       SPOOL-CLOSE-RUN.
      *    Close the capture and write the index entry
           MOVE "C" TO WS-SPOOL-ACTION
           CALL "SPOOLER" USING WS-SPOOL-ACTION
                                WS-SPOOL-NAME
                                WS-SPOOL-LINE
                                WS-SPOOL-RETURN-CODE.

       END PROGRAM ITEMFEE.
