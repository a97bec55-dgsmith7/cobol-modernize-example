       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLPROC.
      *********************************************************
      * APPLPROC - Nightly New Account Application Run
      * Works every application APPLMNT has ready on APPLIC.DAT
      * through the opening checks, in order:
      *   - the identity fields are complete - name, address,
      *     date of birth and an unexpired identifying document;
      *   - a TIN was given;
      *   - the name screens clear of WATCHLST.DAT - a review-
      *     list match passes only once the BSA desk has
      *     cleared it through APPLMNT RELEASE WLCLEAR;
      *   - the product is open and of the account type asked
      *     for, and the funding meets its PRD-MIN-OPEN-BALANCE;
      *   - a funding account exists, is open, belongs to the
      *     applicant and holds the funds;
      *   - the account number is not already on the master.
      * The first check failed pends the application with its
      * reason for a banker to resolve and RELEASE - nothing is
      * rejected outright. An application that passes has its
      * customer created (or the existing one reused) and its
      * account written the way BANKLEDG CREATE writes one,
      * with the cross-reference; the opening funds post as the
      * INITIAL DEPOSIT, or move from the funding account
      * through the TRANSFER subprogram; a debit card is
      * ordered on CARDORD.DAT for the card desk to fill with
      * CARDMNT; and a welcome letter goes to WELCOME.DAT (or
      * is held through MAILHOLD for a customer whose mail is
      * coming back). A funding transfer that fails after the
      * account is booked pends the application, and the next
      * run after its RELEASE retries only the transfer. The
      * run's openings and pends are captured to the spool as
      * APPLPROC. Runs nightly early in the EODRUN chain, so
      * the opening money is in the night's proofs and journal.
      *
      * Usage: APPLPROC (no parameters - works every ready
      *        application)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Application file - rewritten in place as each
      *    application is opened or pended
           SELECT APPLICATION-FILE ASSIGN TO "data/APPLIC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer-to-account cross-reference - the owner is
      *    registered as each account is booked
           SELECT CUSTOMER-XREF-FILE ASSIGN TO "data/CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Product master - opening minimum and account type
           SELECT PRODUCT-FILE ASSIGN TO "data/PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Sanctions/internal watchlist - plain text, one name
      *    per line, maintained by the BSA desk
           SELECT WATCHLIST-FILE ASSIGN TO "data/WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Debit card order queue worked by CARDMNT
           SELECT CARD-ORDER-FILE ASSIGN TO "data/CARDORD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Welcome letters - plain text, appended each run for
      *    printing and mailing
           SELECT LETTER-FILE ASSIGN TO "data/WELCOME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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

      *    Operational parameter file maintained by PARMMNT -
      *    the CTR threshold the opening deposit is flagged
      *    against is read from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  APPLICATION-FILE.
           COPY "copybooks/ACCOUNT-APPLICATION-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  CUSTOMER-XREF-FILE.
           COPY "copybooks/CUSTOMER-XREF-RECORD.cpy".

       FD  PRODUCT-FILE.
           COPY "copybooks/PRODUCT-RECORD.cpy".

       FD  WATCHLIST-FILE.
           COPY "copybooks/WATCHLIST-RECORD.cpy".

       FD  CARD-ORDER-FILE.
           COPY "copybooks/CARD-ORDER-RECORD.cpy".

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD              PIC 9(15).

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Application run working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-CDO-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CDO-EOF              VALUE 'Y'.
           88  WS-CDO-NOT-EOF          VALUE 'N'.
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.

      *    The first check an application fails - spaces while
      *    it is still passing
       01  WS-PEND-REASON              PIC X(2).
       01  WS-PEND-TEXT                PIC X(40).
      *    Opening minimum of the product applied for - zero
      *    with no product, or no product master
       01  WS-MIN-OPEN-BALANCE         PIC 9(8)V99 COMP-3.
       01  WS-DISPLAY-MINIMUM          PIC Z,ZZZ,ZZ9.99.
       01  WS-DISPLAY-FUNDING          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.
       01  WS-NEW-CUSTOMER-FLAG        PIC X(1) VALUE 'N'.
           88  CUSTOMER-IS-NEW         VALUE 'Y'.
           88  CUSTOMER-EXISTED        VALUE 'N'.
       01  WS-CUSTOMER-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  CUSTOMER-FOUND          VALUE 'Y'.
           88  CUSTOMER-NOT-FOUND      VALUE 'N'.

      *    Watchlist screening - both sides uppercased and
      *    stripped of spaces before comparing, the same match
      *    BANKLEDG CREATE applies
       01  WS-SCREEN-NAME              PIC X(30).
       01  WS-SCREEN-RESULT            PIC X(1) VALUE 'N'.
           88  NAME-NOT-LISTED         VALUE 'N'.
           88  NAME-IS-FLAGGED         VALUE 'F'.
           88  NAME-IS-BLOCKED         VALUE 'B'.
       01  WS-WL-EOF-FLAG              PIC X(1) VALUE 'N'.
           88  WS-WL-EOF               VALUE 'Y'.
           88  WS-WL-NOT-EOF           VALUE 'N'.
       01  WS-NORM-WORK                PIC X(30).
       01  WS-NORM-SUBJECT             PIC X(30).
       01  WS-NORM-RESULT              PIC X(30).
       01  WS-NORM-LEN                 PIC 9(2).
       01  WS-NORM-SUB                 PIC 9(2).

      *    Parameters passed to the TRANSFER subprogram for
      *    transfer funding - the intake teller is carried onto
      *    the posted legs
       01  WS-CALL-FROM-ACCOUNT        PIC 9(10).
       01  WS-CALL-TO-ACCOUNT          PIC 9(10).
       01  WS-CALL-AMOUNT              PIC 9(10)V99.
       01  WS-CALL-TELLER-ID           PIC X(5).
       01  WS-CALL-SUPERVISOR-ID       PIC X(5) VALUE SPACES.
       01  WS-CALL-RETURN-CODE         PIC 9(2).

       01  WS-NEXT-ORDER-ID            PIC 9(7).

      *    Returned-mail hold - a letter to a customer whose
      *    address is marked undeliverable is handed to MAILHOLD
      *    and held for pickup instead of being mailed
       01  WS-MAIL-HOLD-ACTION         PIC X(1).
       01  WS-MAIL-HOLD-SOURCE         PIC X(9) VALUE "APPLPROC ".
       01  WS-MAIL-HOLD-CUSTOMER       PIC 9(10).
       01  WS-MAIL-HOLD-LINE           PIC X(100) VALUE SPACES.
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  MAIL-HELD               VALUE 'Y'.
           88  MAIL-NOT-HELD           VALUE 'N'.

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the report can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the run.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "APPLPROC ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

      *    Run totals
       01  WS-APPS-EXAMINED            PIC 9(5) VALUE ZERO.
       01  WS-APPS-OPENED              PIC 9(5) VALUE ZERO.
       01  WS-APPS-PENDED              PIC 9(5) VALUE ZERO.
       01  WS-FUNDING-RETRIED          PIC 9(5) VALUE ZERO.
       01  WS-CUSTOMERS-CREATED        PIC 9(5) VALUE ZERO.
       01  WS-CARDS-ORDERED            PIC 9(5) VALUE ZERO.
       01  WS-LETTERS-WRITTEN          PIC 9(5) VALUE ZERO.
       01  WS-ITEMS-HELD               PIC 9(5) VALUE ZERO.
       01  WS-FUNDS-OPENED             PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-REPORT-HEADING
           OPEN I-O APPLICATION-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ APPLICATION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF APP-READY
                               PERFORM PROCESS-APPLICATION
                               REWRITE ACCOUNT-APPLICATION-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICATION-FILE
           ELSE
      *        No application file yet - nothing taken to open
               MOVE "  No applications on file" TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF
           PERFORM WRITE-RUN-SUMMARY
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
           MOVE WS-BUSINESS-DATE TO WS-EDIT-BUSINESS-DATE
           SET NO-ERROR TO TRUE
           MOVE ZERO TO WS-RETURN-CODE
           PERFORM LOAD-OPERATIONAL-PARAMETERS.

       GET-BUSINESS-DATE.
      *    Accounts open on the posting business date, the same
      *    clock the rest of the chain posts under
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

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "NEW ACCOUNT APPLICATION RUN - BUSINESS DATE "
                  WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:60)
           PERFORM PRINT-REPORT-LINE
           MOVE "App     Result  Account    Name" TO WS-SPOOL-LINE
           MOVE "Detail" TO WS-SPOOL-LINE(59:6)
           PERFORM PRINT-REPORT-LINE.

       PROCESS-APPLICATION.
           ADD 1 TO WS-APPS-EXAMINED
           MOVE SPACES TO WS-PEND-REASON
           MOVE SPACES TO WS-PEND-TEXT
      *    Customer and account already stand from an earlier
      *    run whose funding transfer failed - only the funding
      *    is retried
           IF APP-ACCOUNT-BOOKED
               ADD 1 TO WS-FUNDING-RETRIED
               PERFORM POST-OPENING-FUNDS
               IF WS-PEND-REASON NOT = SPACES
                   PERFORM PEND-APPLICATION
               ELSE
                   PERFORM COMPLETE-OPENING
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-APPLICATION
           IF WS-PEND-REASON NOT = SPACES
               PERFORM PEND-APPLICATION
               EXIT PARAGRAPH
           END-IF
           PERFORM BOOK-CUSTOMER
           IF WS-PEND-REASON NOT = SPACES
               PERFORM PEND-APPLICATION
               EXIT PARAGRAPH
           END-IF
           PERFORM BOOK-ACCOUNT
           IF WS-PEND-REASON NOT = SPACES
               PERFORM PEND-APPLICATION
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO APP-BOOKED
           PERFORM POST-OPENING-FUNDS
           IF WS-PEND-REASON NOT = SPACES
               PERFORM PEND-APPLICATION
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPLETE-OPENING.

       VERIFY-APPLICATION.
      *    The opening checks in order - the first one failed
      *    names the pend reason and the rest are not run
           PERFORM CHECK-IDENTITY-FIELDS
           IF WS-PEND-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF APP-TIN = ZERO
               MOVE "TN" TO WS-PEND-REASON
               MOVE "NO TIN GIVEN" TO WS-PEND-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-WATCHLIST
           IF WS-PEND-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PRODUCT
           IF WS-PEND-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FUNDING
           IF WS-PEND-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT-NUMBER.

       CHECK-IDENTITY-FIELDS.
      *    Name and full mailing address, a date of birth in the
      *    past, and an identifying document not yet expired
           EVALUATE TRUE
               WHEN APP-NAME = SPACES
                   MOVE "NO APPLICANT NAME" TO WS-PEND-TEXT
               WHEN APP-ADDRESS-LINE-1 = SPACES OR
                    APP-CITY = SPACES OR
                    APP-STATE = SPACES OR
                    APP-ZIP-CODE = SPACES
                   MOVE "MAILING ADDRESS INCOMPLETE" TO
                       WS-PEND-TEXT
               WHEN APP-BIRTH-DATE = ZERO OR
                    APP-BIRTH-DATE >= WS-BUSINESS-DATE
                   MOVE "DATE OF BIRTH MISSING OR INVALID" TO
                       WS-PEND-TEXT
               WHEN NOT APP-VALID-ID-TYPE OR
                    APP-ID-NUMBER = SPACES
                   MOVE "NO IDENTIFYING DOCUMENT" TO WS-PEND-TEXT
               WHEN APP-ID-EXPIRE-DATE < WS-BUSINESS-DATE
                   MOVE "IDENTIFYING DOCUMENT EXPIRED" TO
                       WS-PEND-TEXT
           END-EVALUATE
           IF WS-PEND-TEXT NOT = SPACES
               MOVE "ID" TO WS-PEND-REASON
           END-IF.

       CHECK-WATCHLIST.
      *    A blocked name is never opened; a review-list name
      *    waits for the BSA desk to clear it
           MOVE APP-NAME TO WS-SCREEN-NAME
           PERFORM SCREEN-CUSTOMER-NAME
           IF NAME-IS-BLOCKED
               MOVE "WB" TO WS-PEND-REASON
               MOVE "NAME ON BLOCKED WATCHLIST - REFER TO BSA" TO
                   WS-PEND-TEXT
               EXIT PARAGRAPH
           END-IF
           IF NAME-IS-FLAGGED AND NOT APP-WATCHLIST-CLEARED
               MOVE "WF" TO WS-PEND-REASON
               MOVE "NAME ON REVIEW WATCHLIST - BSA TO CLEAR" TO
                   WS-PEND-TEXT
           END-IF.

       SCREEN-CUSTOMER-NAME.
      *    Screen WS-SCREEN-NAME against the watchlist, tolerant
      *    of case and spacing differences. No watchlist file
      *    means no screening.
           SET NAME-NOT-LISTED TO TRUE
           MOVE WS-SCREEN-NAME TO WS-NORM-WORK
           PERFORM NORMALIZE-WORK-NAME
           MOVE WS-NORM-RESULT TO WS-NORM-SUBJECT
           OPEN INPUT WATCHLIST-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-WL-NOT-EOF TO TRUE
           PERFORM UNTIL WS-WL-EOF
               READ WATCHLIST-FILE
                   AT END
                       SET WS-WL-EOF TO TRUE
                   NOT AT END
                       MOVE WL-NAME TO WS-NORM-WORK
                       PERFORM NORMALIZE-WORK-NAME
                       IF WS-NORM-RESULT = WS-NORM-SUBJECT AND
                          WS-NORM-RESULT NOT = SPACES
                           IF WL-BLOCKED
                               SET NAME-IS-BLOCKED TO TRUE
                           ELSE
                               IF NOT NAME-IS-BLOCKED
                                   SET NAME-IS-FLAGGED TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHLIST-FILE.

       NORMALIZE-WORK-NAME.
      *    Uppercase WS-NORM-WORK and squeeze its spaces out into
      *    WS-NORM-RESULT, so JOHN DOE, John  Doe and JohnDoe all
      *    compare equal
           INSPECT WS-NORM-WORK REPLACING
               ALL "a" BY "A" ALL "b" BY "B" ALL "c" BY "C"
               ALL "d" BY "D" ALL "e" BY "E" ALL "f" BY "F"
               ALL "g" BY "G" ALL "h" BY "H" ALL "i" BY "I"
               ALL "j" BY "J" ALL "k" BY "K" ALL "l" BY "L"
               ALL "m" BY "M"
           INSPECT WS-NORM-WORK REPLACING
               ALL "n" BY "N" ALL "o" BY "O" ALL "p" BY "P"
               ALL "q" BY "Q" ALL "r" BY "R" ALL "s" BY "S"
               ALL "t" BY "T" ALL "u" BY "U" ALL "v" BY "V"
               ALL "w" BY "W" ALL "x" BY "X" ALL "y" BY "Y"
               ALL "z" BY "Z"
           MOVE SPACES TO WS-NORM-RESULT
           MOVE ZERO TO WS-NORM-LEN
           PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
                   UNTIL WS-NORM-SUB > 30
               IF WS-NORM-WORK(WS-NORM-SUB:1) NOT = SPACE
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-WORK(WS-NORM-SUB:1) TO
                       WS-NORM-RESULT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.

       CHECK-PRODUCT.
      *    Only checking and savings open through an application,
      *    the same two types CREATE opens. A product must still
      *    be open and of that type; its opening minimum is kept
      *    for the funding check.
           MOVE ZERO TO WS-MIN-OPEN-BALANCE
           IF APP-ACCOUNT-TYPE NOT = "C" AND
              APP-ACCOUNT-TYPE NOT = "S"
               MOVE "PR" TO WS-PEND-REASON
               MOVE "ACCOUNT TYPE MUST BE C OR S" TO WS-PEND-TEXT
               EXIT PARAGRAPH
           END-IF
           IF APP-PRODUCT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "PR" TO WS-PEND-REASON
               MOVE "PRODUCT MASTER NOT AVAILABLE" TO WS-PEND-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE APP-PRODUCT-CODE TO PRD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "PR" TO WS-PEND-REASON
                   MOVE "PRODUCT NOT ON THE PRODUCT MASTER" TO
                       WS-PEND-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT PRD-ACTIVE
                           MOVE "PR" TO WS-PEND-REASON
                           MOVE "PRODUCT CLOSED TO NEW ACCOUNTS" TO
                               WS-PEND-TEXT
                       WHEN PRD-BASE-TYPE NOT = APP-ACCOUNT-TYPE
                           MOVE "PR" TO WS-PEND-REASON
                           MOVE "PRODUCT NOT OF THE ACCOUNT TYPE" TO
                               WS-PEND-TEXT
                       WHEN OTHER
                           MOVE PRD-MIN-OPEN-BALANCE TO
                               WS-MIN-OPEN-BALANCE
                   END-EVALUATE
           END-READ
           CLOSE PRODUCT-FILE.

       CHECK-FUNDING.
      *    The opening funds must meet the product's minimum, and
      *    a funding account must be the applicant's own, open,
      *    and hold the money
           IF APP-FUND-AMOUNT < WS-MIN-OPEN-BALANCE
               MOVE WS-MIN-OPEN-BALANCE TO WS-DISPLAY-MINIMUM
               MOVE "MF" TO WS-PEND-REASON
               STRING "UNDER PRODUCT MINIMUM $" WS-DISPLAY-MINIMUM
                   DELIMITED BY SIZE INTO WS-PEND-TEXT
               EXIT PARAGRAPH
           END-IF
           IF NOT APP-FUND-CASH AND NOT APP-FUND-TRANSFER
               MOVE "FS" TO WS-PEND-REASON
               MOVE "FUNDING SOURCE NOT GIVEN" TO WS-PEND-TEXT
               EXIT PARAGRAPH
           END-IF
           IF APP-FUND-CASH OR APP-FUND-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF APP-FUND-ACCOUNT = ZERO OR
              APP-FUND-ACCOUNT = APP-ACCOUNT
               MOVE "FS" TO WS-PEND-REASON
               MOVE "NO FUNDING ACCOUNT GIVEN" TO WS-PEND-TEXT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "FS" TO WS-PEND-REASON
               MOVE "FUNDING ACCOUNT NOT FOUND" TO WS-PEND-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE APP-FUND-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "FS" TO WS-PEND-REASON
                   MOVE "FUNDING ACCOUNT NOT FOUND" TO WS-PEND-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACC-STATUS NOT = "A"
                           MOVE "FS" TO WS-PEND-REASON
                           MOVE "FUNDING ACCOUNT NOT ACTIVE" TO
                               WS-PEND-TEXT
                       WHEN ACC-CUSTOMER-ID NOT = APP-CUSTOMER-ID
                        AND ACC-SIGNER-ID(1) NOT = APP-CUSTOMER-ID
                        AND ACC-SIGNER-ID(2) NOT = APP-CUSTOMER-ID
                           MOVE "FS" TO WS-PEND-REASON
                           MOVE "FUNDING ACCOUNT NOT THE APPLICANT'S"
                               TO WS-PEND-TEXT
                       WHEN ACC-BALANCE < APP-FUND-AMOUNT
                           MOVE "FS" TO WS-PEND-REASON
                           MOVE "FUNDING ACCOUNT SHORT OF FUNDS" TO
                               WS-PEND-TEXT
                   END-EVALUATE
           END-READ
           CLOSE ACCOUNT-FILE.

       CHECK-ACCOUNT-NUMBER.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
      *        No account master yet - the first account creates it
               EXIT PARAGRAPH
           END-IF
           MOVE APP-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "AE" TO WS-PEND-REASON
                   MOVE "ACCOUNT NUMBER ALREADY IN USE" TO
                       WS-PEND-TEXT
           END-READ
           CLOSE ACCOUNT-FILE.

       BOOK-CUSTOMER.
      *    Reuse the customer already on the master, or create
      *    one from the verified application - the master record
      *    is left loaded for the welcome letter
           SET CUSTOMER-EXISTED TO TRUE
           OPEN I-O CUSTOMER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CUSTOMER-FILE
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               OPEN I-O CUSTOMER-FILE
           END-IF
           MOVE APP-CUSTOMER-ID TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET CUSTOMER-IS-NEW TO TRUE
                   MOVE APP-NAME TO CUS-CUSTOMER-NAME
                   MOVE APP-ADDRESS-LINE-1 TO CUS-ADDRESS-LINE-1
                   MOVE APP-ADDRESS-LINE-2 TO CUS-ADDRESS-LINE-2
                   MOVE APP-CITY TO CUS-CITY
                   MOVE APP-STATE TO CUS-STATE
                   MOVE APP-ZIP-CODE TO CUS-ZIP-CODE
                   MOVE APP-PHONE TO CUS-PHONE
                   MOVE APP-EMAIL TO CUS-EMAIL
                   MOVE WS-BUSINESS-DATE TO CUS-ESTABLISHED-DATE
      *            The TIN was verified on the application; the
      *            W-9 certification is still taken through
      *            CUSTMNT TIN
                   MOVE APP-TIN TO CUS-TIN
                   MOVE SPACE TO CUS-W9-STATUS
                   MOVE ZERO TO CUS-DATE-OF-DEATH
                   MOVE SPACE TO CUS-MAIL-STATUS
                   MOVE ZERO TO CUS-MAIL-RETURNED-DATE
                   MOVE "P" TO CUS-STMT-DELIVERY
                   MOVE "N" TO CUS-STMT-COMBINED
                   WRITE CUSTOMER-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       MOVE "ID" TO WS-PEND-REASON
                       STRING "CUSTOMER WRITE FAILED, STATUS "
                              WS-FILE-STATUS
                           DELIMITED BY SIZE INTO WS-PEND-TEXT
                   ELSE
                       ADD 1 TO WS-CUSTOMERS-CREATED
                   END-IF
           END-READ
           CLOSE CUSTOMER-FILE.

       BOOK-ACCOUNT.
      *    Write the account the way BANKLEDG CREATE does - cash
      *    funding opens at the deposit, transfer funding opens
      *    at zero and the TRANSFER subprogram moves the money in
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ACCOUNT-FILE
               OPEN OUTPUT ACCOUNT-FILE
               CLOSE ACCOUNT-FILE
               OPEN I-O ACCOUNT-FILE
           END-IF
           MOVE APP-ACCOUNT TO ACC-NUMBER
           MOVE APP-NAME TO ACC-CUSTOMER-NAME
           IF CUSTOMER-EXISTED
               MOVE CUS-CUSTOMER-NAME TO ACC-CUSTOMER-NAME
           END-IF
           MOVE APP-CUSTOMER-ID TO ACC-CUSTOMER-ID
           IF APP-FUND-CASH
               MOVE APP-FUND-AMOUNT TO ACC-BALANCE
           ELSE
               MOVE ZERO TO ACC-BALANCE
           END-IF
      *    A review-list match only reaches here once the BSA
      *    desk has cleared it, so the account opens active
           MOVE "A" TO ACC-STATUS
           MOVE WS-BUSINESS-DATE TO ACC-OPEN-DATE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-ACTIVITY-DATE
           MOVE ZERO TO ACC-OVERDRAFT-LIMIT
           MOVE ZERO TO ACC-SIGNER-COUNT
           MOVE ZERO TO ACC-SIGNER-ID(1)
           MOVE ZERO TO ACC-SIGNER-ID(2)
           MOVE "USD" TO ACC-CURRENCY-CODE
           MOVE APP-ACCOUNT-TYPE TO ACC-ACCOUNT-TYPE
           MOVE ZERO TO ACC-MATURITY-DATE
           MOVE "R" TO ACC-MATURITY-DISPOSITION
           MOVE ZERO TO ACC-CD-TERM-MONTHS
           MOVE ZERO TO ACC-LINKED-ACCOUNT
           MOVE ZERO TO ACC-STMT-WDL-COUNT
           MOVE ZERO TO ACC-STMT-WDL-MONTH
           MOVE "0" TO ACC-CYCLE-CODE
           MOVE ZERO TO ACC-SWEEP-ACCOUNT
           MOVE APP-BRANCH TO ACC-BRANCH
           MOVE APP-PRODUCT-CODE TO ACC-PRODUCT-CODE
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "AE" TO WS-PEND-REASON
                   MOVE "ACCOUNT NUMBER ALREADY IN USE" TO
                       WS-PEND-TEXT
           END-WRITE
           CLOSE ACCOUNT-FILE
           IF WS-PEND-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CUSTOMER-XREF
           IF APP-FUND-CASH AND APP-FUND-AMOUNT > ZERO
               PERFORM RECORD-INITIAL-DEPOSIT
           END-IF.

       WRITE-CUSTOMER-XREF.
      *    Register the owner on the customer-to-account cross-
      *    reference. A duplicate registration is simply left as
      *    it stands.
           OPEN I-O CUSTOMER-XREF-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CUSTOMER-XREF-FILE
               OPEN OUTPUT CUSTOMER-XREF-FILE
               CLOSE CUSTOMER-XREF-FILE
               OPEN I-O CUSTOMER-XREF-FILE
           END-IF
           MOVE APP-CUSTOMER-ID TO XRF-CUSTOMER-ID
           MOVE APP-ACCOUNT TO XRF-ACCOUNT
           MOVE "O" TO XRF-RELATIONSHIP
           WRITE CUSTOMER-XREF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE CUSTOMER-XREF-FILE.

       RECORD-INITIAL-DEPOSIT.
      *    Log the cash opening balance as a deposit, the same
      *    INITIAL DEPOSIT entry CREATE writes, under the intake
      *    teller and branch
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE APP-ACCOUNT TO TXN-FROM-ACCOUNT
           MOVE ZERO TO TXN-TO-ACCOUNT
           MOVE ZERO TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
           MOVE APP-TAKEN-BY TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE "D" TO TXN-TYPE
           MOVE APP-FUND-AMOUNT TO TXN-AMOUNT
           MOVE "INITIAL DEPOSIT" TO TXN-DESCRIPTION
           MOVE "P" TO TXN-STATUS
           IF TXN-AMOUNT >= CTR-REPORTING-THRESHOLD
               SET TXN-CTR-REPORTABLE TO TRUE
           ELSE
               MOVE "N" TO TXN-CTR-FLAG
           END-IF
           MOVE APP-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

       POST-OPENING-FUNDS.
      *    Transfer funding moves through the TRANSFER subprogram,
      *    which posts both legs and audits both accounts. Cash
      *    funding already posted with the account.
           IF NOT APP-FUND-TRANSFER OR APP-FUND-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE APP-FUND-ACCOUNT TO WS-CALL-FROM-ACCOUNT
           MOVE APP-ACCOUNT TO WS-CALL-TO-ACCOUNT
           MOVE APP-FUND-AMOUNT TO WS-CALL-AMOUNT
           MOVE APP-TAKEN-BY TO WS-CALL-TELLER-ID
           CALL "TRANSFER" USING WS-CALL-FROM-ACCOUNT
                                 WS-CALL-TO-ACCOUNT
                                 WS-CALL-AMOUNT
                                 WS-CALL-TELLER-ID
                                 WS-CALL-SUPERVISOR-ID
                                 WS-CALL-RETURN-CODE
           IF WS-CALL-RETURN-CODE NOT = ZERO
               MOVE "FS" TO WS-PEND-REASON
               MOVE "ACCOUNT OPEN - FUNDING TRANSFER FAILED" TO
                   WS-PEND-TEXT
           END-IF.

       COMPLETE-OPENING.
      *    The account is open and funded - order the card, send
      *    the welcome letter and close out the application
           MOVE ZERO TO APP-CARD-ORDER-ID
           IF APP-CARD-WANTED
               PERFORM QUEUE-CARD-ORDER
           END-IF
           PERFORM WRITE-WELCOME-LETTER
           MOVE "O" TO APP-STATUS
           MOVE SPACES TO APP-PEND-REASON
           MOVE SPACES TO APP-PEND-TEXT
           MOVE WS-BUSINESS-DATE TO APP-OPENED-DATE
           MOVE SPACES TO APP-STATUS-BY
           ADD 1 TO WS-APPS-OPENED
           ADD APP-FUND-AMOUNT TO WS-FUNDS-OPENED
           MOVE APP-FUND-AMOUNT TO WS-DISPLAY-FUNDING
           MOVE SPACES TO WS-SPOOL-LINE
           STRING APP-ID " OPENED  " APP-ACCOUNT " " APP-NAME
                  " $" WS-DISPLAY-FUNDING
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           IF APP-CARD-ORDER-ID NOT = ZERO
               MOVE "card ordered" TO WS-SPOOL-LINE(84:12)
           END-IF
           PERFORM PRINT-REPORT-LINE.

       PEND-APPLICATION.
      *    Leave the application for a banker with the reason -
      *    APPLMNT RELEASE puts it back in the next run
           MOVE "P" TO APP-STATUS
           MOVE WS-PEND-REASON TO APP-PEND-REASON
           MOVE WS-PEND-TEXT TO APP-PEND-TEXT
           MOVE WS-BUSINESS-DATE TO APP-PEND-DATE
           MOVE SPACES TO APP-STATUS-BY
           ADD 1 TO WS-APPS-PENDED
           MOVE SPACES TO WS-SPOOL-LINE
           STRING APP-ID " PENDED  " APP-ACCOUNT " " APP-NAME
                  " " WS-PEND-REASON " " WS-PEND-TEXT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       QUEUE-CARD-ORDER.
      *    Queue the debit card for the card desk - CARDMNT FILL
      *    issues the plastic against the order
           PERFORM ASSIGN-NEXT-ORDER-ID
           OPEN EXTEND CARD-ORDER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CARD-ORDER-FILE
               OPEN OUTPUT CARD-ORDER-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Warning: card order queue unavailable, "
                       "status: " WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-ORDER-ID TO CDO-ORDER-ID
           MOVE APP-ACCOUNT TO CDO-ACCOUNT
           MOVE APP-CUSTOMER-ID TO CDO-CUSTOMER-ID
           MOVE APP-NAME TO CDO-NAME
           MOVE WS-BUSINESS-DATE TO CDO-ORDER-DATE
           MOVE "APPLPROC" TO CDO-SOURCE
           MOVE APP-ID TO CDO-REFERENCE
           MOVE "P" TO CDO-STATUS
           MOVE ZERO TO CDO-CARD-NUMBER
           MOVE ZERO TO CDO-FILLED-DATE
           MOVE SPACES TO CDO-FILLED-BY
           WRITE CARD-ORDER-RECORD
           CLOSE CARD-ORDER-FILE
           MOVE WS-NEXT-ORDER-ID TO APP-CARD-ORDER-ID
           ADD 1 TO WS-CARDS-ORDERED.

       ASSIGN-NEXT-ORDER-ID.
      *    Next order number is one past the highest on file
           MOVE 1 TO WS-NEXT-ORDER-ID
           OPEN INPUT CARD-ORDER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-CDO-NOT-EOF TO TRUE
           PERFORM UNTIL WS-CDO-EOF
               READ CARD-ORDER-FILE
                   AT END
                       SET WS-CDO-EOF TO TRUE
                   NOT AT END
                       IF CDO-ORDER-ID >= WS-NEXT-ORDER-ID
                           COMPUTE WS-NEXT-ORDER-ID =
                               CDO-ORDER-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-ORDER-FILE.

       READ-APPLICANT-CUSTOMER.
           SET CUSTOMER-NOT-FOUND TO TRUE
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE APP-CUSTOMER-ID TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           CLOSE CUSTOMER-FILE.

       WRITE-WELCOME-LETTER.
      *    Addressed from the customer master, as every notice
      *    is, so a customer reused from the master is written to
      *    at the address on file
           PERFORM READ-APPLICANT-CUSTOMER
           IF CUSTOMER-NOT-FOUND
               DISPLAY "Warning: no customer record for account "
                       APP-ACCOUNT " - welcome letter not written"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-ADDRESS-BLOCK
           MOVE SPACES TO LETTER-LINE
           STRING "RE: Your new account " APP-ACCOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           IF APP-ACCOUNT-TYPE = "S"
               STRING "Welcome, and thank you for opening your "
                      "savings account with us."
                   DELIMITED BY SIZE INTO LETTER-LINE
           ELSE
               STRING "Welcome, and thank you for opening your "
                      "checking account with us."
                   DELIMITED BY SIZE INTO LETTER-LINE
           END-IF
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  Account number:   " APP-ACCOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           IF APP-PRODUCT-CODE NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "  Product:          " APP-PRODUCT-CODE
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM PUT-LETTER-LINE
           END-IF
           MOVE APP-FUND-AMOUNT TO WS-DISPLAY-FUNDING
           MOVE SPACES TO LETTER-LINE
           STRING "  Opening deposit: $" WS-DISPLAY-FUNDING
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  Opened:           " WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           IF APP-CARD-ORDER-ID NOT = ZERO
               MOVE "Your debit card has been ordered and will "
                   TO LETTER-LINE
               PERFORM PUT-LETTER-LINE
               MOVE "arrive separately by mail." TO LETTER-LINE
               PERFORM PUT-LETTER-LINE
           END-IF
           MOVE "Please call or visit your branch with any "
               TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "questions about your new account." TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM MAIL-HOLD-END
           CLOSE LETTER-FILE
           ADD 1 TO WS-LETTERS-WRITTEN.

       WRITE-ADDRESS-BLOCK.
      *    Opens the letter file and writes the date and the
      *    customer master's address block, the same block the
      *    overdrawn notices carry - the caller writes the body
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
      *    keyed index
           OPEN I-O TRANSACTION-INDEX-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE TRANSACTION-INDEX-FILE
               OPEN OUTPUT TRANSACTION-INDEX-FILE
               CLOSE TRANSACTION-INDEX-FILE
               OPEN I-O TRANSACTION-INDEX-FILE
           END-IF
           MOVE TXN-FROM-ACCOUNT TO TXI-ACCOUNT
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
           END-WRITE
           CLOSE TRANSACTION-INDEX-FILE.

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in CTR threshold with any
      *    operational parameter in force. No file means the
      *    compiled value stands.
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
                       IF PRM-EFFECTIVE-DATE <= WS-DATE-NUMERIC AND
                          PRM-NAME = "CTR-REPORTING-THRESHOLD"
                           MOVE PRM-VALUE TO CTR-REPORTING-THRESHOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "RUN SUMMARY" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Applications worked:   " WS-APPS-EXAMINED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Accounts opened:       " WS-APPS-OPENED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Pended for a banker:   " WS-APPS-PENDED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Funding retries:       " WS-FUNDING-RETRIED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  New customers:         " WS-CUSTOMERS-CREATED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Debit cards ordered:   " WS-CARDS-ORDERED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Welcome letters:       " WS-LETTERS-WRITTEN
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Letters held for mail: " WS-ITEMS-HELD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-FUNDS-OPENED TO WS-DISPLAY-TOTAL
           STRING "  Opening funds:       $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
      *    Every report line goes to the console and the spool
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

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

       END PROGRAM APPLPROC.
