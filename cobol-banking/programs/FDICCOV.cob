       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDICCOV.
      *********************************************************
      * FDICCOV - Deposit Insurance Coverage by Ownership
      * How much of a customer's money is insured depends on
      * all of that depositor's accounts taken together, split
      * by ownership category, and nothing here could answer
      * it. This report walks every customer's accounts through
      * the CUSTXREF cross-reference and files each open,
      * positive balance under one of three categories:
      *   single - the customer is the only owner
      *   joint  - the owner plus signers on ACC-SIGNER-ID;
      *            each co-owner is credited an equal share
      *   POD    - payable-on-death, any account with
      *            beneficiaries designated on PODBENE.DAT
      *            (the owner's share, as for joint)
      * Each category is insured up to FDIC-COVERAGE-LIMIT
      * (default $250,000) per depositor; a POD category is
      * insured up to that limit for each different beneficiary
      * named across the depositor's POD accounts, counting at
      * most FDIC-MAX-BENEFICIARIES (default 5). Foreign
      * currency balances are taken at their USD value (the
      * daily rate file first, the compiled table as backstop).
      * Accrued interest not yet credited is not included.
      *
      * The report lists insured and uninsured amounts per
      * customer and category, then a bank-wide summary of
      * insured against uninsured deposits by product and by
      * category for the quarterly regulatory filing. Bank-
      * owned settlement and clearing accounts belong to no
      * customer and are not deposits, so they never appear.
      *
      * Usage: FDICCOV (no parameters - run at quarter end, or
      *        whenever an examiner asks)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer-to-account cross-reference
           SELECT CUSTOMER-XREF-FILE ASSIGN TO "data/CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Payable-on-death beneficiaries maintained by ESTATE
           SELECT POD-FILE ASSIGN TO "data/PODBENE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDB-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Product master - names for the product summary
           SELECT PRODUCT-FILE ASSIGN TO "data/PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Daily exchange rate file loaded by RATELOAD
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "data/RATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CURRENCY-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT -
      *    the coverage limit is read from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  CUSTOMER-XREF-FILE.
           COPY "copybooks/CUSTOMER-XREF-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  POD-FILE.
           COPY "copybooks/POD-BENEFICIARY-RECORD.cpy".

       FD  PRODUCT-FILE.
           COPY "copybooks/PRODUCT-RECORD.cpy".

       FD  EXCHANGE-RATE-FILE.
           COPY "copybooks/EXCHANGE-RATE-RECORD.cpy".

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

      *    Standard maximum deposit insurance amount per depositor
      *    per ownership category, and the most beneficiaries a
      *    POD category is insured for - PARAMS.DAT overlays
      *    these compiled defaults
       01  FDIC-COVERAGE-LIMIT         PIC 9(10)V99 VALUE 250000.
       01  FDIC-MAX-BENEFICIARIES      PIC 9(2) VALUE 5.

      *    Coverage working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-SCAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SCAN-EOF             VALUE 'Y'.
           88  WS-SCAN-NOT-EOF         VALUE 'N'.
       01  WS-POD-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-POD-EOF              VALUE 'Y'.
           88  WS-POD-NOT-EOF          VALUE 'N'.
       01  WS-RATE-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  RATE-FOUND-ON-FILE      VALUE 'Y'.
           88  RATE-NOT-ON-FILE        VALUE 'N'.
       01  WS-POD-OPEN-FLAG            PIC X(1) VALUE 'N'.
           88  POD-FILE-OPEN           VALUE 'Y'.
           88  POD-FILE-CLOSED         VALUE 'N'.
       01  WS-PRODUCT-OPEN-FLAG        PIC X(1) VALUE 'N'.
           88  PRODUCT-FILE-OPEN       VALUE 'Y'.
           88  PRODUCT-FILE-CLOSED     VALUE 'N'.
       01  WS-RATES-OPEN-FLAG          PIC X(1) VALUE 'N'.
           88  RATES-FILE-OPEN         VALUE 'Y'.
           88  RATES-FILE-CLOSED       VALUE 'N'.
      *    Which pass of the customer's accounts is running - the
      *    first totals the categories, the second spreads the
      *    insured amount back over the products
       01  WS-PASS-FLAG                PIC X(1).
           88  TOTALLING-PASS          VALUE '1'.
           88  PRODUCT-PASS            VALUE '2'.

      *    The account in hand
       01  WS-ACCOUNT-CATEGORY         PIC 9(1).
       01  WS-OWNER-COUNT              PIC 9(1).
       01  WS-SIGNER-SUB               PIC 9(1).
       01  WS-ACCOUNT-BENEFICIARIES    PIC 9(2).
       01  WS-USD-BALANCE              PIC S9(12)V99 COMP-3.
       01  WS-SHARE-AMOUNT             PIC S9(12)V99 COMP-3.
       01  WS-INSURED-SHARE            PIC S9(12)V99 COMP-3.
       01  WS-PRODUCT-KEY              PIC X(4).

      *    The customer's ownership categories - 1 single,
      *    2 joint, 3 payable-on-death
       01  WS-CATEGORY-NAME-VALUES.
           05  FILLER                  PIC X(6) VALUE "SINGLE".
           05  FILLER                  PIC X(6) VALUE "JOINT".
           05  FILLER                  PIC X(6) VALUE "POD".
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAME-VALUES.
           05  WS-CATEGORY-NAME        PIC X(6) OCCURS 3 TIMES.
       01  WS-CUSTOMER-CATEGORIES.
           05  WS-CAT-ENTRY OCCURS 3 TIMES.
               10  WS-CAT-ACCOUNTS     PIC 9(3).
               10  WS-CAT-BALANCE      PIC S9(12)V99 COMP-3.
               10  WS-CAT-LIMIT        PIC S9(12)V99 COMP-3.
               10  WS-CAT-INSURED      PIC S9(12)V99 COMP-3.
       01  WS-CAT-SUB                  PIC 9(1).
       01  WS-SINGLE-CATEGORY          PIC 9(1) VALUE 1.
       01  WS-JOINT-CATEGORY           PIC 9(1) VALUE 2.
       01  WS-POD-CATEGORY             PIC 9(1) VALUE 3.
       01  WS-CUSTOMER-BALANCE         PIC S9(12)V99 COMP-3.
       01  WS-CUSTOMER-INSURED         PIC S9(12)V99 COMP-3.

      *    Different POD beneficiaries named across the
      *    customer's POD accounts - a name already counted on
      *    another account is not counted again
       01  WS-BENEFICIARY-TABLE.
           05  WS-BENEFICIARY-NAME     PIC X(30) OCCURS 10 TIMES.
       01  WS-BENE-SUB                 PIC 9(2).
       01  WS-BENE-USED                PIC 9(2).
       01  WS-BENE-MAX                 PIC 9(2) VALUE 10.
       01  WS-BENE-FOUND-FLAG          PIC X(1).
           88  BENEFICIARY-COUNTED     VALUE 'Y'.
           88  BENEFICIARY-NEW         VALUE 'N'.
       01  WS-INSURED-BENEFICIARIES    PIC 9(2).

      *    Bank-wide totals by category
       01  WS-BANK-CATEGORIES.
           05  WS-BANK-CAT-ENTRY OCCURS 3 TIMES.
               10  WS-BANK-CAT-BALANCE PIC S9(13)V99 COMP-3.
               10  WS-BANK-CAT-INSURED PIC S9(13)V99 COMP-3.

      *    Bank-wide totals by product - an account with no
      *    product code is filed under its type letter
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 30 TIMES.
               10  WS-PRD-KEY          PIC X(4).
               10  WS-PRD-BALANCE      PIC S9(13)V99 COMP-3.
               10  WS-PRD-INSURED      PIC S9(13)V99 COMP-3.
       01  WS-PRD-SUB                  PIC 9(2).
       01  WS-PRD-USED                 PIC 9(2) VALUE ZERO.
       01  WS-PRD-MAX                  PIC 9(2) VALUE 30.
       01  WS-PRD-FOUND-FLAG           PIC X(1).
           88  PRODUCT-SLOT-FOUND      VALUE 'Y'.
           88  PRODUCT-SLOT-NOT-FOUND  VALUE 'N'.
       01  WS-PRODUCT-LABEL            PIC X(30).

      *    Run counters and totals
       01  WS-CUSTOMERS-READ           PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMERS-WITH-DEPOSITS  PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMERS-UNINSURED      PIC 9(7) VALUE ZERO.
       01  WS-BANK-BALANCE             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BANK-INSURED             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-UNINSURED-AMOUNT         PIC S9(13)V99 COMP-3.
       01  WS-DISPLAY-BALANCE-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-INSURED-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-UNINSURED-AMT    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-LIMIT-AMT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-ACCOUNTS         PIC ZZ9.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the report can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the run.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "FDICCOV  ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM OPEN-COVERAGE-FILES
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-REPORT-HEADER
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-CUSTOMER
               END-READ
           END-PERFORM
           PERFORM WRITE-BANK-SUMMARY
           PERFORM CLOSE-COVERAGE-FILES
           PERFORM SPOOL-CLOSE-RUN
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
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 3
               MOVE ZERO TO WS-BANK-CAT-BALANCE(WS-CAT-SUB)
               MOVE ZERO TO WS-BANK-CAT-INSURED(WS-CAT-SUB)
           END-PERFORM.

       GET-BUSINESS-DATE.
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

       OPEN-COVERAGE-FILES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-XREF-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No customer cross-reference on file "
                       "- run XREFBLD first, status: "
                       WS-FILE-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               CLOSE CUSTOMER-XREF-FILE
               CLOSE CUSTOMER-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
      *    No beneficiary file simply means no POD accounts yet;
      *    no product master or rate file falls back to codes
      *    alone and the compiled rates
           OPEN INPUT POD-FILE
           IF WS-FILE-STATUS = "00"
               SET POD-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-FILE-STATUS = "00"
               SET PRODUCT-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-FILE-STATUS = "00"
               SET RATES-FILE-OPEN TO TRUE
           END-IF.

       CLOSE-COVERAGE-FILES.
           IF RATES-FILE-OPEN
               CLOSE EXCHANGE-RATE-FILE
           END-IF
           IF PRODUCT-FILE-OPEN
               CLOSE PRODUCT-FILE
           END-IF
           IF POD-FILE-OPEN
               CLOSE POD-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-XREF-FILE
           CLOSE CUSTOMER-FILE.

      * One depositor - total the categories, apply the limits,
      * then spread the insured amounts over the products
       PROCESS-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 3
               MOVE ZERO TO WS-CAT-ACCOUNTS(WS-CAT-SUB)
               MOVE ZERO TO WS-CAT-BALANCE(WS-CAT-SUB)
               MOVE ZERO TO WS-CAT-LIMIT(WS-CAT-SUB)
               MOVE ZERO TO WS-CAT-INSURED(WS-CAT-SUB)
           END-PERFORM
           MOVE ZERO TO WS-BENE-USED
           MOVE ZERO TO WS-CUSTOMER-BALANCE
           MOVE ZERO TO WS-CUSTOMER-INSURED

           SET TOTALLING-PASS TO TRUE
           PERFORM WALK-CUSTOMER-ACCOUNTS
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 3
               ADD WS-CAT-BALANCE(WS-CAT-SUB) TO WS-CUSTOMER-BALANCE
           END-PERFORM
           IF WS-CUSTOMER-BALANCE = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTOMERS-WITH-DEPOSITS

           PERFORM APPLY-COVERAGE-LIMITS
           SET PRODUCT-PASS TO TRUE
           PERFORM WALK-CUSTOMER-ACCOUNTS
           IF WS-CUSTOMER-INSURED < WS-CUSTOMER-BALANCE
               ADD 1 TO WS-CUSTOMERS-UNINSURED
           END-IF
           PERFORM WRITE-CUSTOMER-COVERAGE.

       WALK-CUSTOMER-ACCOUNTS.
      *    Every account the customer owns or signs on
           SET WS-SCAN-NOT-EOF TO TRUE
           MOVE CUS-CUSTOMER-ID TO XRF-CUSTOMER-ID
           MOVE ZERO TO XRF-ACCOUNT
           START CUSTOMER-XREF-FILE KEY IS NOT < XRF-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ CUSTOMER-XREF-FILE NEXT
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF XRF-CUSTOMER-ID NOT = CUS-CUSTOMER-ID
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM CLASSIFY-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFY-ONE-ACCOUNT.
      *    Only money on deposit is insured - a closed account or
      *    an overdrawn one holds none
           MOVE XRF-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS = "C" OR ACC-BALANCE NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF ACC-CURRENCY-CODE = "USD" OR ACC-CURRENCY-CODE = SPACES
               MOVE ACC-BALANCE TO WS-USD-BALANCE
           ELSE
               MOVE ACC-CURRENCY-CODE TO WS-CURRENCY-LOOKUP-CODE
               PERFORM LOOKUP-EXCHANGE-RATE
               COMPUTE WS-USD-BALANCE ROUNDED =
                   ACC-BALANCE * WS-CURRENCY-LOOKUP-RATE
           END-IF
      *    The owner and every signer on file share the account
      *    equally
           MOVE 1 TO WS-OWNER-COUNT
           PERFORM VARYING WS-SIGNER-SUB FROM 1 BY 1
                   UNTIL WS-SIGNER-SUB > ACC-SIGNER-COUNT
                      OR WS-SIGNER-SUB > 2
               IF ACC-SIGNER-ID(WS-SIGNER-SUB) NOT = ZERO
                   ADD 1 TO WS-OWNER-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-SHARE-AMOUNT ROUNDED =
               WS-USD-BALANCE / WS-OWNER-COUNT
           PERFORM COUNT-ACCOUNT-BENEFICIARIES
           EVALUATE TRUE
               WHEN WS-ACCOUNT-BENEFICIARIES > ZERO
                   MOVE WS-POD-CATEGORY TO WS-ACCOUNT-CATEGORY
               WHEN WS-OWNER-COUNT > 1
                   MOVE WS-JOINT-CATEGORY TO WS-ACCOUNT-CATEGORY
               WHEN OTHER
                   MOVE WS-SINGLE-CATEGORY TO WS-ACCOUNT-CATEGORY
           END-EVALUATE
           IF TOTALLING-PASS
               ADD 1 TO WS-CAT-ACCOUNTS(WS-ACCOUNT-CATEGORY)
               ADD WS-SHARE-AMOUNT TO
                   WS-CAT-BALANCE(WS-ACCOUNT-CATEGORY)
           ELSE
               PERFORM ADD-SHARE-TO-PRODUCT
           END-IF.

       COUNT-ACCOUNT-BENEFICIARIES.
      *    Beneficiaries still designated on the account. On the
      *    first pass each new name also joins the customer's
      *    list of different beneficiaries.
           MOVE ZERO TO WS-ACCOUNT-BENEFICIARIES
           IF POD-FILE-CLOSED
               EXIT PARAGRAPH
           END-IF
           SET WS-POD-NOT-EOF TO TRUE
           MOVE ACC-NUMBER TO PDB-ACCOUNT
           MOVE ZERO TO PDB-SEQUENCE
           START POD-FILE KEY IS NOT < PDB-KEY
               INVALID KEY
                   SET WS-POD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-POD-EOF
               READ POD-FILE NEXT
                   AT END
                       SET WS-POD-EOF TO TRUE
                   NOT AT END
                       IF PDB-ACCOUNT NOT = ACC-NUMBER
                           SET WS-POD-EOF TO TRUE
                       ELSE
                           IF PDB-DESIGNATED
                               ADD 1 TO WS-ACCOUNT-BENEFICIARIES
                               IF TOTALLING-PASS
                                   PERFORM NOTE-BENEFICIARY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-BENEFICIARY.
           SET BENEFICIARY-NEW TO TRUE
           PERFORM VARYING WS-BENE-SUB FROM 1 BY 1
                   UNTIL WS-BENE-SUB > WS-BENE-USED
                      OR BENEFICIARY-COUNTED
               IF WS-BENEFICIARY-NAME(WS-BENE-SUB) = PDB-NAME
                   SET BENEFICIARY-COUNTED TO TRUE
               END-IF
           END-PERFORM
           IF BENEFICIARY-NEW AND WS-BENE-USED < WS-BENE-MAX
               ADD 1 TO WS-BENE-USED
               MOVE PDB-NAME TO WS-BENEFICIARY-NAME(WS-BENE-USED)
           END-IF.

       APPLY-COVERAGE-LIMITS.
      *    One limit per category, the POD category one limit for
      *    each different beneficiary up to the maximum counted
           MOVE FDIC-COVERAGE-LIMIT TO WS-CAT-LIMIT(1)
           MOVE FDIC-COVERAGE-LIMIT TO WS-CAT-LIMIT(2)
           MOVE WS-BENE-USED TO WS-INSURED-BENEFICIARIES
           IF WS-INSURED-BENEFICIARIES > FDIC-MAX-BENEFICIARIES
               MOVE FDIC-MAX-BENEFICIARIES TO
                   WS-INSURED-BENEFICIARIES
           END-IF
           COMPUTE WS-CAT-LIMIT(3) =
               FDIC-COVERAGE-LIMIT * WS-INSURED-BENEFICIARIES
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 3
               IF WS-CAT-BALANCE(WS-CAT-SUB) > WS-CAT-LIMIT(WS-CAT-SUB)
                   MOVE WS-CAT-LIMIT(WS-CAT-SUB) TO
                       WS-CAT-INSURED(WS-CAT-SUB)
               ELSE
                   MOVE WS-CAT-BALANCE(WS-CAT-SUB) TO
                       WS-CAT-INSURED(WS-CAT-SUB)
               END-IF
               ADD WS-CAT-INSURED(WS-CAT-SUB) TO WS-CUSTOMER-INSURED
               ADD WS-CAT-BALANCE(WS-CAT-SUB) TO
                   WS-BANK-CAT-BALANCE(WS-CAT-SUB)
               ADD WS-CAT-INSURED(WS-CAT-SUB) TO
                   WS-BANK-CAT-INSURED(WS-CAT-SUB)
           END-PERFORM
           ADD WS-CUSTOMER-BALANCE TO WS-BANK-BALANCE
           ADD WS-CUSTOMER-INSURED TO WS-BANK-INSURED.

       ADD-SHARE-TO-PRODUCT.
      *    The account's share of its category's insured amount,
      *    in proportion to its share of the category balance
           IF WS-CAT-BALANCE(WS-ACCOUNT-CATEGORY) = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INSURED-SHARE ROUNDED =
               WS-SHARE-AMOUNT *
               WS-CAT-INSURED(WS-ACCOUNT-CATEGORY) /
               WS-CAT-BALANCE(WS-ACCOUNT-CATEGORY)
           IF ACC-PRODUCT-CODE = SPACES
               MOVE SPACES TO WS-PRODUCT-KEY
               STRING "(" ACC-ACCOUNT-TYPE ")"
                   DELIMITED BY SIZE INTO WS-PRODUCT-KEY
           ELSE
               MOVE ACC-PRODUCT-CODE TO WS-PRODUCT-KEY
           END-IF
           PERFORM FIND-PRODUCT-SLOT
           ADD WS-SHARE-AMOUNT TO WS-PRD-BALANCE(WS-PRD-SUB)
           ADD WS-INSURED-SHARE TO WS-PRD-INSURED(WS-PRD-SUB).

       FIND-PRODUCT-SLOT.
      *    Locate (or open) the product accumulator, leaving
      *    WS-PRD-SUB pointed at it
           SET PRODUCT-SLOT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-USED
                       OR PRODUCT-SLOT-FOUND
               IF WS-PRD-KEY(WS-PRD-SUB) = WS-PRODUCT-KEY
                   SET PRODUCT-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PRODUCT-SLOT-FOUND
               SUBTRACT 1 FROM WS-PRD-SUB
               EXIT PARAGRAPH
           END-IF
           IF WS-PRD-USED >= WS-PRD-MAX
      *        More products than the table holds - fold the
      *        overflow into the last slot rather than abend
               MOVE WS-PRD-MAX TO WS-PRD-SUB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRD-USED
           MOVE WS-PRD-USED TO WS-PRD-SUB
           MOVE WS-PRODUCT-KEY TO WS-PRD-KEY(WS-PRD-SUB)
           MOVE ZERO TO WS-PRD-BALANCE(WS-PRD-SUB)
           MOVE ZERO TO WS-PRD-INSURED(WS-PRD-SUB).

      * Report
       WRITE-REPORT-HEADER.
           MOVE FDIC-COVERAGE-LIMIT TO WS-DISPLAY-LIMIT-AMT
           STRING "DEPOSIT INSURANCE COVERAGE BY OWNERSHIP CATEGORY"
                  " - BUSINESS DATE " WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           STRING "Limit per depositor per category: "
                  WS-DISPLAY-LIMIT-AMT
                  "  (POD: per beneficiary, up to "
                  FDIC-MAX-BENEFICIARIES ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

       WRITE-CUSTOMER-COVERAGE.
           STRING "Customer " CUS-CUSTOMER-ID "  " CUS-CUSTOMER-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  Category Accts          Balance          Insured"
               TO WS-SPOOL-LINE
           MOVE "        Uninsured" TO WS-SPOOL-LINE(51:17)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 3
               IF WS-CAT-ACCOUNTS(WS-CAT-SUB) > ZERO
                   PERFORM WRITE-CATEGORY-LINE
               END-IF
           END-PERFORM
           MOVE WS-CUSTOMER-BALANCE TO WS-DISPLAY-BALANCE-AMT
           MOVE WS-CUSTOMER-INSURED TO WS-DISPLAY-INSURED-AMT
           COMPUTE WS-UNINSURED-AMOUNT =
               WS-CUSTOMER-BALANCE - WS-CUSTOMER-INSURED
           MOVE WS-UNINSURED-AMOUNT TO WS-DISPLAY-UNINSURED-AMT
           STRING "  TOTAL          " WS-DISPLAY-BALANCE-AMT
                  " " WS-DISPLAY-INSURED-AMT
                  " " WS-DISPLAY-UNINSURED-AMT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

       WRITE-CATEGORY-LINE.
           MOVE WS-CAT-ACCOUNTS(WS-CAT-SUB) TO WS-DISPLAY-ACCOUNTS
           MOVE WS-CAT-BALANCE(WS-CAT-SUB) TO WS-DISPLAY-BALANCE-AMT
           MOVE WS-CAT-INSURED(WS-CAT-SUB) TO WS-DISPLAY-INSURED-AMT
           COMPUTE WS-UNINSURED-AMOUNT =
               WS-CAT-BALANCE(WS-CAT-SUB) - WS-CAT-INSURED(WS-CAT-SUB)
           MOVE WS-UNINSURED-AMOUNT TO WS-DISPLAY-UNINSURED-AMT
           STRING "  " WS-CATEGORY-NAME(WS-CAT-SUB)
                  "    " WS-DISPLAY-ACCOUNTS
                  "  " WS-DISPLAY-BALANCE-AMT
                  " " WS-DISPLAY-INSURED-AMT
                  " " WS-DISPLAY-UNINSURED-AMT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           IF WS-CAT-SUB = WS-POD-CATEGORY
               STRING "  " WS-INSURED-BENEFICIARIES " bene"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE(84:10)
           END-IF
           PERFORM PRINT-REPORT-LINE.

       WRITE-BANK-SUMMARY.
           MOVE "BANK-WIDE INSURED AND UNINSURED DEPOSITS" TO
               WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           MOVE "By product:" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  Code Name                                Balance"
               TO WS-SPOOL-LINE
           MOVE "          Insured        Uninsured"
               TO WS-SPOOL-LINE(52:34)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-USED
               PERFORM WRITE-PRODUCT-LINE
           END-PERFORM
           PERFORM PRINT-REPORT-LINE
           MOVE "By ownership category:" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 3
               MOVE WS-BANK-CAT-BALANCE(WS-CAT-SUB) TO
                   WS-DISPLAY-BALANCE-AMT
               MOVE WS-BANK-CAT-INSURED(WS-CAT-SUB) TO
                   WS-DISPLAY-INSURED-AMT
               COMPUTE WS-UNINSURED-AMOUNT =
                   WS-BANK-CAT-BALANCE(WS-CAT-SUB) -
                   WS-BANK-CAT-INSURED(WS-CAT-SUB)
               MOVE WS-UNINSURED-AMOUNT TO WS-DISPLAY-UNINSURED-AMT
               STRING "  " WS-CATEGORY-NAME(WS-CAT-SUB)
                      "                                 "
                      WS-DISPLAY-BALANCE-AMT
                      " " WS-DISPLAY-INSURED-AMT
                      " " WS-DISPLAY-UNINSURED-AMT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           PERFORM PRINT-REPORT-LINE
           MOVE WS-BANK-BALANCE TO WS-DISPLAY-BALANCE-AMT
           MOVE WS-BANK-INSURED TO WS-DISPLAY-INSURED-AMT
           COMPUTE WS-UNINSURED-AMOUNT =
               WS-BANK-BALANCE - WS-BANK-INSURED
           MOVE WS-UNINSURED-AMOUNT TO WS-DISPLAY-UNINSURED-AMT
           STRING "Customers read:             " WS-CUSTOMERS-READ
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Customers with deposits:    "
                  WS-CUSTOMERS-WITH-DEPOSITS
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Customers over the limit:   "
                  WS-CUSTOMERS-UNINSURED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Total deposits:      " WS-DISPLAY-BALANCE-AMT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Insured deposits:    " WS-DISPLAY-INSURED-AMT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Uninsured deposits:  " WS-DISPLAY-UNINSURED-AMT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           DISPLAY "Report captured to the spool as FDICCOV"
           DISPLAY " ".

       WRITE-PRODUCT-LINE.
           MOVE SPACES TO WS-PRODUCT-LABEL
           IF WS-PRD-KEY(WS-PRD-SUB)(1:1) = "("
               MOVE "(no product - account type)" TO
                   WS-PRODUCT-LABEL
           ELSE
               IF PRODUCT-FILE-OPEN
                   MOVE WS-PRD-KEY(WS-PRD-SUB) TO PRD-CODE
                   READ PRODUCT-FILE
                       INVALID KEY
                           MOVE "(not on product master)" TO
                               WS-PRODUCT-LABEL
                       NOT INVALID KEY
                           MOVE PRD-NAME TO WS-PRODUCT-LABEL
                   END-READ
               END-IF
           END-IF
           MOVE WS-PRD-BALANCE(WS-PRD-SUB) TO WS-DISPLAY-BALANCE-AMT
           MOVE WS-PRD-INSURED(WS-PRD-SUB) TO WS-DISPLAY-INSURED-AMT
           COMPUTE WS-UNINSURED-AMOUNT =
               WS-PRD-BALANCE(WS-PRD-SUB) - WS-PRD-INSURED(WS-PRD-SUB)
           MOVE WS-UNINSURED-AMOUNT TO WS-DISPLAY-UNINSURED-AMT
           STRING "  " WS-PRD-KEY(WS-PRD-SUB) " " WS-PRODUCT-LABEL
                  " " WS-DISPLAY-BALANCE-AMT
                  " " WS-DISPLAY-INSURED-AMT
                  " " WS-DISPLAY-UNINSURED-AMT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
      *    Every report line goes to the console and the spool
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

       LOOKUP-EXCHANGE-RATE.
      *    Same file-first lookup FXREVAL uses - the daily rates
      *    file is authoritative, the compiled table backstops a
      *    missing file or unlisted code, and anything unknown
      *    values at 1.000000. The rate file stays open for the
      *    run rather than being opened for every account.
           MOVE 1.000000 TO WS-CURRENCY-LOOKUP-RATE
           SET RATE-NOT-ON-FILE TO TRUE
           IF RATES-FILE-OPEN
               MOVE WS-CURRENCY-LOOKUP-CODE TO RT-CURRENCY-CODE
               READ EXCHANGE-RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RT-RATE-TO-USD TO
                           WS-CURRENCY-LOOKUP-RATE
                       SET RATE-FOUND-ON-FILE TO TRUE
               END-READ
           END-IF
           IF RATE-FOUND-ON-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ER-SUB FROM 1 BY 1
                   UNTIL WS-ER-SUB > 4
               IF WS-ER-CURRENCY-CODE(WS-ER-SUB) =
                       WS-CURRENCY-LOOKUP-CODE
                   MOVE WS-ER-RATE-TO-USD(WS-ER-SUB)
                       TO WS-CURRENCY-LOOKUP-RATE
               END-IF
           END-PERFORM.

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in limits with any operational
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
               WHEN "FDIC-COVERAGE-LIMIT"
                   MOVE PRM-VALUE TO FDIC-COVERAGE-LIMIT
               WHEN "FDIC-MAX-BENEFICIARIES"
                   MOVE PRM-VALUE TO FDIC-MAX-BENEFICIARIES
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

       END PROGRAM FDICCOV.
