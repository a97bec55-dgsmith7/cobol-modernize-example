       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTMASK.
      *********************************************************
      * TESTMASK - Masked Test-Data Extract
      * Builds copies of the production masters and history for
      * the test region with the personal data replaced by
      * fake values, in place of copying the live files across
      * with real names, TINs, addresses and card numbers. The
      * copies are written to the testdata/ directory under the
      * production file names, ready to be loaded into the test
      * region's data/ directory:
      *   CUSTOMER.DAT  name, both address lines, city, ZIP,
      *                 phone, email and TIN replaced
      *   ACCOUNTS.DAT  owner name replaced
      *   CUSTXREF.DAT  copied as is
      *   LOANS.DAT     borrower name replaced
      *   CARDS.DAT     card numbers replaced
      *   CARDUSE.DAT   card numbers replaced
      *   TRANSACT.DAT  wire beneficiary names replaced
      * Every fake value is built from the record's own key, so
      * it is the same wherever it appears - the owner name on
      * an account is the masked name of ACC-CUSTOMER-ID, the
      * borrower name on a loan that of LN-CUSTOMER-ID - and no
      * key changes: customer IDs, account and loan numbers and
      * transaction IDs line up across the copies exactly as in
      * production. Card numbers keep the issuer's six-digit
      * prefix with the rest replaced by a running number; the
      * real-to-test pairing is kept on a work file for the run
      * only, so a card's usage follows it to the new number and
      * nothing that leaves the run can turn one back into the
      * other. Load the copies in test and run TXIBLD there to
      * build the transaction index from the masked history.
      *
      * SAMPLE n takes every nth account instead of all of them,
      * with everything belonging to it: its owner and signers,
      * the accounts it is linked or sweeps to, the sampled
      * customers' loans and the accounts those loans pay from,
      * the cross-reference entries and cards of the accounts
      * taken, the cards' usage, and every transaction touching
      * an account or loan taken.
      *
      * Usage: TESTMASK            (every record)
      *        TESTMASK SAMPLE n   (every nth account and its
      *                             related records)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Production files read
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-XREF-FILE ASSIGN TO "data/CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CARD-FILE ASSIGN TO "data/CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CARD-USAGE-FILE ASSIGN TO "data/CARDUSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "data/TRANSACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Masked copies written for the test region
           SELECT TEST-ACCOUNT-FILE ASSIGN TO
                   "testdata/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TEST-CUSTOMER-FILE ASSIGN TO
                   "testdata/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TCU-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TEST-XREF-FILE ASSIGN TO
                   "testdata/CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TEST-LOAN-FILE ASSIGN TO "testdata/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TLN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TEST-CARD-FILE ASSIGN TO "testdata/CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TCR-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TEST-CARD-USAGE-FILE ASSIGN TO
                   "testdata/CARDUSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TEST-TRANSACTION-FILE ASSIGN TO
                   "testdata/TRANSACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Work files rebuilt each run - the real-to-test card
      *    number pairing, and the keys a sample has taken
           SELECT CARD-MAP-FILE ASSIGN TO "data/TMSKCARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-REAL-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SAMPLE-KEY-FILE ASSIGN TO "data/TMSKSAMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SMK-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  CUSTOMER-XREF-FILE.
           COPY "copybooks/CUSTOMER-XREF-RECORD.cpy".

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  CARD-FILE.
           COPY "copybooks/CARD-RECORD.cpy".

       FD  CARD-USAGE-FILE.
           COPY "copybooks/CARD-USAGE-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  TEST-ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy" REPLACING
               ==ACCOUNT-RECORD== BY ==TEST-ACCOUNT-RECORD==
               LEADING ==ACC== BY ==TAC==.

       FD  TEST-CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy" REPLACING
               ==CUSTOMER-RECORD== BY ==TEST-CUSTOMER-RECORD==
               LEADING ==CUS== BY ==TCU==.

       FD  TEST-XREF-FILE.
           COPY "copybooks/CUSTOMER-XREF-RECORD.cpy" REPLACING
               ==CUSTOMER-XREF-RECORD== BY ==TEST-XREF-RECORD==
               LEADING ==XRF== BY ==TXR==.

       FD  TEST-LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy" REPLACING
               ==LOAN-RECORD== BY ==TEST-LOAN-RECORD==
               LEADING ==LN== BY ==TLN==.

       FD  TEST-CARD-FILE.
           COPY "copybooks/CARD-RECORD.cpy" REPLACING
               ==CARD-RECORD== BY ==TEST-CARD-RECORD==
               LEADING ==CRD== BY ==TCR==.

       FD  TEST-CARD-USAGE-FILE.
           COPY "copybooks/CARD-USAGE-RECORD.cpy" REPLACING
               ==CARD-USAGE-RECORD== BY ==TEST-CARD-USAGE-RECORD==
               LEADING ==CDU== BY ==TCD==.

       FD  TEST-TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy" REPLACING
               ==TRANSACTION-RECORD== BY ==TEST-TRANSACTION-RECORD==
               LEADING ==TXN== BY ==TTX==.

       FD  CARD-MAP-FILE.
       01  CARD-MAP-RECORD.
           05  CMP-REAL-NUMBER         PIC 9(16).
           05  CMP-TEST-NUMBER         PIC 9(16).

       FD  SAMPLE-KEY-FILE.
       01  SAMPLE-KEY-RECORD.
      *    A=account, C=customer, L=loan, R=linked or sweep
      *    account still to be taken with its parties
           05  SMK-KEY.
               10  SMK-ENTITY          PIC X(1).
               10  SMK-NUMBER          PIC 9(10).

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Test-data extract working storage
       01  WS-COMMAND-LINE             PIC X(30).
       01  WS-MODE-WORD                PIC X(10).
       01  WS-SAMPLE-TEXT              PIC X(10).
       01  WS-SAMPLE-INTERVAL          PIC 9(5) VALUE ZERO.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-RUN-MODE                 PIC X(1) VALUE 'F'.
           88  FULL-COPY               VALUE 'F'.
           88  SAMPLE-COPY             VALUE 'S'.
       01  WS-TAKEN-FLAG               PIC X(1) VALUE 'N'.
           88  RECORD-TAKEN            VALUE 'Y'.
           88  RECORD-NOT-TAKEN        VALUE 'N'.
       01  WS-CARD-MAPPED-FLAG         PIC X(1) VALUE 'N'.
           88  CARD-MAPPED             VALUE 'Y'.
           88  CARD-NOT-MAPPED         VALUE 'N'.

      *    Sample selection
       01  WS-ACCOUNTS-SCANNED         PIC 9(9) VALUE ZERO.
       01  WS-SAMPLE-QUOTIENT          PIC 9(9).
       01  WS-SAMPLE-REMAINDER         PIC 9(5).
       01  WS-RELATED-KEY              PIC 9(10).
       01  WS-SELECT-ENTITY            PIC X(1).
       01  WS-SELECT-NUMBER            PIC 9(10).

      *    Fake value building - every value comes from the key
       01  WS-MASK-ID                  PIC 9(10).
       01  WS-MASK-ID-X REDEFINES WS-MASK-ID PIC X(10).
       01  WS-MASK-QUOTIENT            PIC 9(10).
       01  WS-MASK-TIN                 PIC 9(9).
       01  WS-MASK-NAME                PIC X(30).
       01  WS-REAL-CARD-NUMBER         PIC 9(16).
       01  WS-CARD-PREFIX              PIC 9(6).
       01  WS-CARD-REMAINDER           PIC 9(10).
       01  WS-CARD-SEQUENCE            PIC 9(10) VALUE ZERO.
       01  WS-TEST-CARD-NUMBER         PIC 9(16).

      *    Run counts
       01  WS-CUSTOMERS-WRITTEN        PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-WRITTEN         PIC 9(9) VALUE ZERO.
       01  WS-XREFS-WRITTEN            PIC 9(9) VALUE ZERO.
       01  WS-LOANS-WRITTEN            PIC 9(9) VALUE ZERO.
       01  WS-CARDS-WRITTEN            PIC 9(9) VALUE ZERO.
       01  WS-USAGE-WRITTEN            PIC 9(9) VALUE ZERO.
       01  WS-TRANSACTIONS-WRITTEN     PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           IF ERROR-OCCURRED
               PERFORM DISPLAY-USAGE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-WORK-FILES
           IF SAMPLE-COPY AND NO-ERROR
               PERFORM SELECT-SAMPLE
           END-IF
           IF NO-ERROR
               PERFORM COPY-CUSTOMERS
           END-IF
           IF NO-ERROR
               PERFORM COPY-ACCOUNTS
           END-IF
           IF NO-ERROR
               PERFORM COPY-CUSTOMER-XREF
           END-IF
           IF NO-ERROR
               PERFORM COPY-LOANS
           END-IF
           IF NO-ERROR
               PERFORM COPY-CARDS
           END-IF
           IF NO-ERROR
               PERFORM COPY-CARD-USAGE
           END-IF
           IF NO-ERROR
               PERFORM COPY-TRANSACTIONS
           END-IF
      *    The card pairing is emptied before the run ends, so
      *    it never outlives the extract
           CLOSE CARD-MAP-FILE
           OPEN OUTPUT CARD-MAP-FILE
           CLOSE CARD-MAP-FILE
           CLOSE SAMPLE-KEY-FILE
           IF ERROR-OCCURRED
               DISPLAY "Test-data extract not completed"
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           PERFORM DISPLAY-RUN-SUMMARY
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           SET NO-ERROR TO TRUE
           MOVE ZERO TO WS-RETURN-CODE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE-WORD WS-SAMPLE-TEXT
           END-UNSTRING
           IF WS-MODE-WORD NOT = "SAMPLE"
               DISPLAY "Error: Unknown option " WS-MODE-WORD
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-SAMPLE-TEXT = SPACES
               DISPLAY "Error: SAMPLE needs an interval"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-SAMPLE-TEXT) TO WS-SAMPLE-INTERVAL
           IF WS-SAMPLE-INTERVAL = ZERO
               DISPLAY "Error: Sample interval must be 1 or more"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET SAMPLE-COPY TO TRUE.

       DISPLAY-USAGE.
           DISPLAY "Usage: TESTMASK"
           DISPLAY "       TESTMASK SAMPLE n   (every nth account "
                   "and its related records)".

       OPEN-WORK-FILES.
           OPEN OUTPUT CARD-MAP-FILE
           CLOSE CARD-MAP-FILE
           OPEN I-O CARD-MAP-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening card map work file, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SAMPLE-KEY-FILE
           CLOSE SAMPLE-KEY-FILE
           OPEN I-O SAMPLE-KEY-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening sample work file, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           END-IF.

      *********************************************************
      * Sample selection
      *********************************************************
       SELECT-SAMPLE.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Note: no account master - sample is empty"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ ACCOUNT-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-SCANNED
                       DIVIDE WS-ACCOUNTS-SCANNED BY
                           WS-SAMPLE-INTERVAL
                           GIVING WS-SAMPLE-QUOTIENT
                           REMAINDER WS-SAMPLE-REMAINDER
                       IF WS-SAMPLE-REMAINDER = ZERO
                           PERFORM TAKE-ACCOUNT-AND-PARTIES
                           MOVE "R" TO WS-SELECT-ENTITY
                           MOVE ACC-LINKED-ACCOUNT TO
                               WS-SELECT-NUMBER
                           PERFORM ADD-SAMPLE-KEY
                           MOVE ACC-SWEEP-ACCOUNT TO
                               WS-SELECT-NUMBER
                           PERFORM ADD-SAMPLE-KEY
                       END-IF
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE
           PERFORM TAKE-RELATED-ACCOUNTS
           PERFORM TAKE-CUSTOMER-LOANS
           CLOSE ACCOUNT-FILE.

       ADD-SAMPLE-KEY.
      *    WS-SELECT-ENTITY and WS-SELECT-NUMBER already set -
      *    zero keys are links that are not there
           IF WS-SELECT-NUMBER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SELECT-ENTITY TO SMK-ENTITY
           MOVE WS-SELECT-NUMBER TO SMK-NUMBER
           WRITE SAMPLE-KEY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       TAKE-ACCOUNT-AND-PARTIES.
      *    The account in ACCOUNT-RECORD, its owner and signers
           MOVE "A" TO WS-SELECT-ENTITY
           MOVE ACC-NUMBER TO WS-SELECT-NUMBER
           PERFORM ADD-SAMPLE-KEY
           MOVE "C" TO WS-SELECT-ENTITY
           MOVE ACC-CUSTOMER-ID TO WS-SELECT-NUMBER
           PERFORM ADD-SAMPLE-KEY
           IF ACC-SIGNER-COUNT >= 1
               MOVE ACC-SIGNER-ID(1) TO WS-SELECT-NUMBER
               PERFORM ADD-SAMPLE-KEY
           END-IF
           IF ACC-SIGNER-COUNT >= 2
               MOVE ACC-SIGNER-ID(2) TO WS-SELECT-NUMBER
               PERFORM ADD-SAMPLE-KEY
           END-IF.

       TAKE-RELATED-ACCOUNTS.
      *    Linked and sweep accounts of the sampled accounts come
      *    along with their own parties
           MOVE "R" TO SMK-ENTITY
           MOVE ZERO TO SMK-NUMBER
           START SAMPLE-KEY-FILE KEY IS NOT LESS THAN SMK-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ SAMPLE-KEY-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SMK-ENTITY NOT = "R"
                           SET WS-EOF TO TRUE
                       ELSE
                           MOVE SMK-NUMBER TO WS-RELATED-KEY
                           PERFORM TAKE-ONE-RELATED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE.

       TAKE-ONE-RELATED-ACCOUNT.
      *    The sample file is being read in key order - adding
      *    account and customer keys, which sort ahead of the R
      *    keys, leaves the read position where it is
           MOVE WS-RELATED-KEY TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM TAKE-ACCOUNT-AND-PARTIES
           END-READ.

       TAKE-CUSTOMER-LOANS.
      *    Every loan of a sampled customer, and the account the
      *    loan pays from with its parties
           OPEN INPUT LOAN-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ LOAN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE "C" TO WS-SELECT-ENTITY
                       MOVE LN-CUSTOMER-ID TO WS-SELECT-NUMBER
                       PERFORM CHECK-SAMPLE-KEY
                       IF RECORD-TAKEN
                           MOVE "L" TO WS-SELECT-ENTITY
                           MOVE LN-LOAN-NUMBER TO WS-SELECT-NUMBER
                           PERFORM ADD-SAMPLE-KEY
                           MOVE LN-PAYMENT-ACCOUNT TO
                               WS-RELATED-KEY
                           PERFORM TAKE-ONE-RELATED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           SET WS-NOT-EOF TO TRUE.

       CHECK-SAMPLE-KEY.
      *    Every record is taken on a full copy; on a sample,
      *    only what the selection put on the sample file
           IF FULL-COPY
               SET RECORD-TAKEN TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET RECORD-NOT-TAKEN TO TRUE
           IF WS-SELECT-NUMBER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SELECT-ENTITY TO SMK-ENTITY
           MOVE WS-SELECT-NUMBER TO SMK-NUMBER
           READ SAMPLE-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-TAKEN TO TRUE
           END-READ.

      *********************************************************
      * Masked copies
      *********************************************************
       COPY-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Note: no customer master to copy"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error creating testdata/CUSTOMER.DAT, "
                       "status: " WS-FILE-STATUS
               CLOSE CUSTOMER-FILE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE "C" TO WS-SELECT-ENTITY
                       MOVE CUS-CUSTOMER-ID TO WS-SELECT-NUMBER
                       PERFORM CHECK-SAMPLE-KEY
                       IF RECORD-TAKEN
                           PERFORM MASK-CUSTOMER
                           WRITE TEST-CUSTOMER-RECORD
                               FROM CUSTOMER-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CUSTOMERS-WRITTEN
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE TEST-CUSTOMER-FILE
           SET WS-NOT-EOF TO TRUE.

       MASK-CUSTOMER.
      *    Blank fields stay blank, so the test region still
      *    sees which customers have no email, no second line
      *    or no TIN on file
           MOVE CUS-CUSTOMER-ID TO WS-MASK-ID
           PERFORM BUILD-MASKED-NAME
           MOVE WS-MASK-NAME TO CUS-CUSTOMER-NAME
           IF CUS-ADDRESS-LINE-1 NOT = SPACES
               MOVE SPACES TO CUS-ADDRESS-LINE-1
               STRING WS-MASK-ID-X(7:4) " TEST STREET"
                   DELIMITED BY SIZE INTO CUS-ADDRESS-LINE-1
           END-IF
           IF CUS-ADDRESS-LINE-2 NOT = SPACES
               MOVE "SUITE 100" TO CUS-ADDRESS-LINE-2
           END-IF
           IF CUS-CITY NOT = SPACES
               MOVE "TESTVILLE" TO CUS-CITY
           END-IF
      *    The state is kept for the rules that turn on it; the
      *    ZIP keeps only its first three digits
           IF CUS-ZIP-CODE NOT = SPACES
               MOVE "00" TO CUS-ZIP-CODE(4:2)
               MOVE SPACES TO CUS-ZIP-CODE(6:5)
           END-IF
           IF CUS-PHONE NOT = SPACES
               MOVE SPACES TO CUS-PHONE
               STRING "555-555-01" WS-MASK-ID-X(9:2)
                   DELIMITED BY SIZE INTO CUS-PHONE
           END-IF
           IF CUS-EMAIL NOT = SPACES
               MOVE SPACES TO CUS-EMAIL
               STRING "CUST" WS-MASK-ID-X "@EXAMPLE.COM"
                   DELIMITED BY SIZE INTO CUS-EMAIL
           END-IF
      *    A 000 area number is never issued
           IF CUS-TIN NOT = ZERO
               DIVIDE WS-MASK-ID BY 1000000
                   GIVING WS-MASK-QUOTIENT
                   REMAINDER WS-MASK-TIN
               MOVE WS-MASK-TIN TO CUS-TIN
           END-IF.

       BUILD-MASKED-NAME.
      *    The one fake name for customer WS-MASK-ID, wherever
      *    the name is carried
           MOVE SPACES TO WS-MASK-NAME
           STRING "TEST CUSTOMER " WS-MASK-ID-X
               DELIMITED BY SIZE INTO WS-MASK-NAME.

       COPY-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Note: no account master to copy"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error creating testdata/ACCOUNTS.DAT, "
                       "status: " WS-FILE-STATUS
               CLOSE ACCOUNT-FILE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ ACCOUNT-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE "A" TO WS-SELECT-ENTITY
                       MOVE ACC-NUMBER TO WS-SELECT-NUMBER
                       PERFORM CHECK-SAMPLE-KEY
                       IF RECORD-TAKEN
                           PERFORM MASK-ACCOUNT
                           WRITE TEST-ACCOUNT-RECORD
                               FROM ACCOUNT-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-ACCOUNTS-WRITTEN
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           CLOSE TEST-ACCOUNT-FILE
           SET WS-NOT-EOF TO TRUE.

       MASK-ACCOUNT.
      *    The owner's masked name; an account opened before
      *    customer IDs were kept is named for itself
           IF ACC-CUSTOMER-ID NOT = ZERO
               MOVE ACC-CUSTOMER-ID TO WS-MASK-ID
               PERFORM BUILD-MASKED-NAME
           ELSE
               MOVE ACC-NUMBER TO WS-MASK-ID
               MOVE SPACES TO WS-MASK-NAME
               STRING "TEST ACCOUNT " WS-MASK-ID-X
                   DELIMITED BY SIZE INTO WS-MASK-NAME
           END-IF
           MOVE WS-MASK-NAME TO ACC-CUSTOMER-NAME.

       COPY-CUSTOMER-XREF.
           OPEN INPUT CUSTOMER-XREF-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Note: no customer cross-reference to copy"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-XREF-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error creating testdata/CUSTXREF.DAT, "
                       "status: " WS-FILE-STATUS
               CLOSE CUSTOMER-XREF-FILE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-XREF-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE "A" TO WS-SELECT-ENTITY
                       MOVE XRF-ACCOUNT TO WS-SELECT-NUMBER
                       PERFORM CHECK-SAMPLE-KEY
                       IF RECORD-TAKEN
                           MOVE "C" TO WS-SELECT-ENTITY
                           MOVE XRF-CUSTOMER-ID TO WS-SELECT-NUMBER
                           PERFORM CHECK-SAMPLE-KEY
                       END-IF
                       IF RECORD-TAKEN
                           WRITE TEST-XREF-RECORD
                               FROM CUSTOMER-XREF-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-XREFS-WRITTEN
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-XREF-FILE
           CLOSE TEST-XREF-FILE
           SET WS-NOT-EOF TO TRUE.

       COPY-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Note: no loan master to copy"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-LOAN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error creating testdata/LOANS.DAT, "
                       "status: " WS-FILE-STATUS
               CLOSE LOAN-FILE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ LOAN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE "L" TO WS-SELECT-ENTITY
                       MOVE LN-LOAN-NUMBER TO WS-SELECT-NUMBER
                       PERFORM CHECK-SAMPLE-KEY
                       IF RECORD-TAKEN
                           MOVE LN-CUSTOMER-ID TO WS-MASK-ID
                           PERFORM BUILD-MASKED-NAME
                           MOVE WS-MASK-NAME TO LN-CUSTOMER-NAME
                           WRITE TEST-LOAN-RECORD FROM LOAN-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-LOANS-WRITTEN
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE TEST-LOAN-FILE
           SET WS-NOT-EOF TO TRUE.

       COPY-CARDS.
           OPEN INPUT CARD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Note: no card master to copy"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-CARD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error creating testdata/CARDS.DAT, "
                       "status: " WS-FILE-STATUS
               CLOSE CARD-FILE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ CARD-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE "A" TO WS-SELECT-ENTITY
                       MOVE CRD-ACCOUNT TO WS-SELECT-NUMBER
                       PERFORM CHECK-SAMPLE-KEY
                       IF RECORD-TAKEN
                           MOVE CRD-NUMBER TO WS-REAL-CARD-NUMBER
                           PERFORM ASSIGN-TEST-CARD-NUMBER
                           MOVE WS-TEST-CARD-NUMBER TO CRD-NUMBER
                           WRITE TEST-CARD-RECORD FROM CARD-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CARDS-WRITTEN
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-FILE
           CLOSE TEST-CARD-FILE
           SET WS-NOT-EOF TO TRUE.

       FIND-TEST-CARD-NUMBER.
      *    The test number this run gave WS-REAL-CARD-NUMBER,
      *    if any
           MOVE WS-REAL-CARD-NUMBER TO CMP-REAL-NUMBER
           READ CARD-MAP-FILE
               INVALID KEY
                   SET CARD-NOT-MAPPED TO TRUE
               NOT INVALID KEY
                   SET CARD-MAPPED TO TRUE
                   MOVE CMP-TEST-NUMBER TO WS-TEST-CARD-NUMBER
           END-READ.

       ASSIGN-TEST-CARD-NUMBER.
      *    The issuer's six-digit prefix stays; the other ten
      *    digits are the next running number, so no two cards
      *    collide and none can be worked back to the real one
           PERFORM FIND-TEST-CARD-NUMBER
           IF CARD-MAPPED
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-REAL-CARD-NUMBER BY 10000000000
               GIVING WS-CARD-PREFIX
               REMAINDER WS-CARD-REMAINDER
           ADD 1 TO WS-CARD-SEQUENCE
           COMPUTE WS-TEST-CARD-NUMBER =
               WS-CARD-PREFIX * 10000000000 + WS-CARD-SEQUENCE
           MOVE WS-REAL-CARD-NUMBER TO CMP-REAL-NUMBER
           MOVE WS-TEST-CARD-NUMBER TO CMP-TEST-NUMBER
           WRITE CARD-MAP-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       COPY-CARD-USAGE.
      *    Usage follows its card to the test number; on a full
      *    copy, usage of a card since removed from the master
      *    gets a number of its own
           OPEN INPUT CARD-USAGE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Note: no card usage to copy"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-CARD-USAGE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error creating testdata/CARDUSE.DAT, "
                       "status: " WS-FILE-STATUS
               CLOSE CARD-USAGE-FILE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ CARD-USAGE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE CDU-CARD-NUMBER TO WS-REAL-CARD-NUMBER
                       IF FULL-COPY
                           PERFORM ASSIGN-TEST-CARD-NUMBER
                           SET CARD-MAPPED TO TRUE
                       ELSE
                           PERFORM FIND-TEST-CARD-NUMBER
                       END-IF
                       IF CARD-MAPPED
                           MOVE WS-TEST-CARD-NUMBER TO
                               CDU-CARD-NUMBER
                           WRITE TEST-CARD-USAGE-RECORD
                               FROM CARD-USAGE-RECORD
                           ADD 1 TO WS-USAGE-WRITTEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-USAGE-FILE
           CLOSE TEST-CARD-USAGE-FILE
           SET WS-NOT-EOF TO TRUE.

       COPY-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Note: no transaction history to copy"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error creating testdata/TRANSACT.DAT, "
                       "status: " WS-FILE-STATUS
               CLOSE TRANSACTION-FILE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ TRANSACTION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-TRANSACTION-TAKEN
                       IF RECORD-TAKEN
                           PERFORM MASK-TRANSACTION
                           WRITE TEST-TRANSACTION-RECORD
                               FROM TRANSACTION-RECORD
                           ADD 1 TO WS-TRANSACTIONS-WRITTEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           CLOSE TEST-TRANSACTION-FILE
           SET WS-NOT-EOF TO TRUE.

       CHECK-TRANSACTION-TAKEN.
      *    Either side on a sampled account, or a loan number
      *    riding in TXN-TO-ACCOUNT on a sampled loan
           MOVE "A" TO WS-SELECT-ENTITY
           MOVE TXN-FROM-ACCOUNT TO WS-SELECT-NUMBER
           PERFORM CHECK-SAMPLE-KEY
           IF RECORD-TAKEN
               EXIT PARAGRAPH
           END-IF
           MOVE TXN-TO-ACCOUNT TO WS-SELECT-NUMBER
           PERFORM CHECK-SAMPLE-KEY
           IF RECORD-TAKEN
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO WS-SELECT-ENTITY
           PERFORM CHECK-SAMPLE-KEY.

       MASK-TRANSACTION.
      *    An outgoing wire carries the beneficiary's name in the
      *    memo
           IF TXN-DESCRIPTION(1:8) = "WIRE TO "
               MOVE "WIRE TO TEST BENEFICIARY" TO TXN-DESCRIPTION
           END-IF.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "MASKED TEST-DATA EXTRACT"
           DISPLAY "=============================="
           IF SAMPLE-COPY
               DISPLAY "Sample: 1 in " WS-SAMPLE-INTERVAL
                       " of " WS-ACCOUNTS-SCANNED " accounts"
           ELSE
               DISPLAY "Full copy"
           END-IF
           DISPLAY "Customers written:    " WS-CUSTOMERS-WRITTEN
           DISPLAY "Accounts written:     " WS-ACCOUNTS-WRITTEN
           DISPLAY "Xref entries written: " WS-XREFS-WRITTEN
           DISPLAY "Loans written:        " WS-LOANS-WRITTEN
           DISPLAY "Cards written:        " WS-CARDS-WRITTEN
           DISPLAY "Card usage written:   " WS-USAGE-WRITTEN
           DISPLAY "Transactions written: " WS-TRANSACTIONS-WRITTEN
           DISPLAY "Copies written to testdata/"
           DISPLAY " ".

       END PROGRAM TESTMASK.
