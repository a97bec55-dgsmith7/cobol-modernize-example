       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKRATE.
      *********************************************************
      * RISKRATE - Monthly Customer Risk Rating
      * AMLCASE, STRUCTUR, WLSCREEN and CTRRPT each see one
      * slice of a customer's risk, and nothing answered the
      * examiner's question "is this customer high risk". This
      * monthly EODRUN step scores every living customer on
      * CUSTOMER.DAT and keeps the result on RISKRATE.DAT:
      *   products  - 15 points for each open account on a
      *               higher-risk product (PRODMNT RISK), 10
      *               for each open foreign-currency account,
      *               at most 30
      *   cash      - 5 points for each CTR-reportable
      *               transaction in the last twelve months, at
      *               most 25
      *   wires     - wires out (the WIRES.DAT debits) and in
      *               (WIREIN credits) in the last twelve
      *               months: 5 points for any, 10 from $50,000,
      *               20 from $250,000
      *   AML cases - 40 points for a SAR-filed case, otherwise
      *               25 for a case open or under review
      *   watchlist - 30 points for a watchlist-match case not
      *               closed as a false hit
      *   age       - 15 points for a relationship under a
      *               year old, 5 under three years
      * A score of RISK-HIGH-SCORE (default 50) or more rates
      * high, RISK-MEDIUM-SCORE (default 25) or more medium,
      * anything less low. A changed rating is audited to
      * CUSTAUD.DAT with the old rating record as the before-
      * image. High-rated customers are scheduled for an
      * enhanced due-diligence review a year after their last
      * one, medium every three years; a customer never
      * reviewed is due from the date the rating was reached.
      * RISKMNT records the review once it is done.
      *
      * The run prints, branch by branch, the rating changes
      * made and the reviews due by the end of next month.
      * Accounts are found through the CUSTXREF
      * cross-reference, and activity through the account-keyed
      * transaction index, so both must be in place.
      *
      * Usage: RISKRATE (no parameters - rates every customer)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer risk ratings - one per customer
           SELECT RISK-FILE ASSIGN TO "data/RISKRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSK-CUSTOMER-ID
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

      *    Product master - the higher-risk product class
           SELECT PRODUCT-FILE ASSIGN TO "data/PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Account-keyed transaction index - cash and wire
      *    activity. Every WIRES.DAT instruction is posted as a
      *    wire-out (O) debit, and WIREIN posts incoming wires as
      *    deposits described "WIRE IN", so both sides of the
      *    wire volume are read here account by account.
           SELECT TRANSACTION-INDEX-FILE ASSIGN TO
                   "data/TXNINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    AML case master - open, SAR-filed and watchlist cases
           SELECT CASE-FILE ASSIGN TO "data/AMLCASE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer change audit log - rating changes
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "data/CUSTAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT -
      *    the rating cut-off scores are read from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  RISK-FILE.
           COPY "copybooks/RISK-RATING-RECORD.cpy".

       FD  CUSTOMER-XREF-FILE.
           COPY "copybooks/CUSTOMER-XREF-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  PRODUCT-FILE.
           COPY "copybooks/PRODUCT-RECORD.cpy".

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       FD  CASE-FILE.
           COPY "copybooks/AML-CASE-RECORD.cpy".

       FD  CUSTOMER-AUDIT-FILE.
           COPY "copybooks/CUSTOMER-AUDIT-RECORD.cpy".

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

      *    Rating cut-off scores - PARAMS.DAT overlays these
      *    compiled defaults
       01  RISK-HIGH-SCORE             PIC 9(3) VALUE 50.
       01  RISK-MEDIUM-SCORE           PIC 9(3) VALUE 25.

      *    Factor points and the thresholds behind them
       01  WS-HIGHER-RISK-PRODUCT-PTS  PIC 9(3) VALUE 15.
       01  WS-FOREIGN-CURRENCY-PTS     PIC 9(3) VALUE 10.
       01  WS-PRODUCT-POINTS-MAX       PIC 9(3) VALUE 30.
       01  WS-CTR-ITEM-PTS             PIC 9(3) VALUE 5.
       01  WS-CASH-POINTS-MAX          PIC 9(3) VALUE 25.
       01  WS-WIRE-ANY-PTS             PIC 9(3) VALUE 5.
       01  WS-WIRE-MEDIUM-PTS          PIC 9(3) VALUE 10.
       01  WS-WIRE-HIGH-PTS            PIC 9(3) VALUE 20.
       01  WS-WIRE-MEDIUM-AMOUNT       PIC 9(10)V99 VALUE 50000.
       01  WS-WIRE-HIGH-AMOUNT         PIC 9(10)V99 VALUE 250000.
       01  WS-SAR-CASE-PTS             PIC 9(3) VALUE 40.
       01  WS-ACTIVE-CASE-PTS          PIC 9(3) VALUE 25.
       01  WS-WATCHLIST-PTS            PIC 9(3) VALUE 30.
       01  WS-NEW-RELATIONSHIP-PTS     PIC 9(3) VALUE 15.
       01  WS-YOUNG-RELATIONSHIP-PTS   PIC 9(3) VALUE 5.

      *    Rating working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-SCAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SCAN-EOF             VALUE 'Y'.
           88  WS-SCAN-NOT-EOF         VALUE 'N'.
       01  WS-INDEX-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-INDEX-EOF            VALUE 'Y'.
           88  WS-INDEX-NOT-EOF        VALUE 'N'.
       01  WS-RISK-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  RISK-ENTRY-FOUND        VALUE 'Y'.
           88  RISK-ENTRY-NOT-FOUND    VALUE 'N'.
       01  WS-INDEX-OPEN-FLAG          PIC X(1) VALUE 'N'.
           88  INDEX-FILE-OPEN         VALUE 'Y'.
           88  INDEX-FILE-CLOSED       VALUE 'N'.
       01  WS-PRODUCT-OPEN-FLAG        PIC X(1) VALUE 'N'.
           88  PRODUCT-FILE-OPEN       VALUE 'Y'.
           88  PRODUCT-FILE-CLOSED     VALUE 'N'.
       01  WS-CUSTOMER-BACKUP          PIC X(240).
       01  WS-LOOKBACK-DATE            PIC 9(8).
       01  WS-ONE-YEAR-AGO             PIC 9(8).
       01  WS-THREE-YEARS-AGO          PIC 9(8).
       01  WS-OLDEST-OPEN-DATE         PIC 9(8).
       01  WS-NEW-RATING               PIC X(1).
       01  WS-NEW-SCORE                PIC 9(3).
       01  WS-POINTS-WORK              PIC 9(5).
       01  WS-REVIEW-YEARS             PIC 9(1).
       01  WS-REVIEW-DATE              PIC 9(8).
       01  WS-REVIEW-MMDD              PIC 9(4).
       01  WS-REPORT-DUE-DATE          PIC 9(8).
       01  WS-DUE-YEAR                 PIC 9(4).
       01  WS-DUE-MONTH                PIC 9(2).

      *    Per-branch counts - the reports list branch by branch,
      *    blank read as head office
       01  WS-BRN-TABLE.
           05  WS-BRN-ENTRY OCCURS 20 TIMES.
               10  WS-BRN-CODE         PIC X(3).
               10  WS-BRN-RATED        PIC 9(7).
               10  WS-BRN-HIGH         PIC 9(7).
               10  WS-BRN-MEDIUM       PIC 9(7).
               10  WS-BRN-LOW          PIC 9(7).
               10  WS-BRN-CHANGED      PIC 9(7).
               10  WS-BRN-DUE          PIC 9(7).
       01  WS-BRN-SUB                  PIC 9(2).
       01  WS-BRN-USED                 PIC 9(2) VALUE ZERO.
       01  WS-BRN-MAX                  PIC 9(2) VALUE 20.
       01  WS-BRN-FOUND-FLAG           PIC X(1).
           88  BRANCH-SLOT-FOUND       VALUE 'Y'.
           88  BRANCH-SLOT-NOT-FOUND   VALUE 'N'.
       01  WS-BRANCH-NAME-TEXT         PIC X(11).

      *    Run counters
       01  WS-CUSTOMERS-READ           PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMERS-RATED          PIC 9(7) VALUE ZERO.
       01  WS-DECEASED-SKIPPED         PIC 9(7) VALUE ZERO.
       01  WS-RATED-HIGH               PIC 9(7) VALUE ZERO.
       01  WS-RATED-MEDIUM             PIC 9(7) VALUE ZERO.
       01  WS-RATED-LOW                PIC 9(7) VALUE ZERO.
       01  WS-RATINGS-CHANGED          PIC 9(7) VALUE ZERO.
       01  WS-REVIEWS-DUE              PIC 9(7) VALUE ZERO.
       01  WS-LINES-LISTED             PIC 9(7) VALUE ZERO.
       01  WS-DISPLAY-SCORE            PIC ZZ9.
       01  WS-DISPLAY-PRIOR-SCORE      PIC ZZ9.
       01  WS-PRIOR-TEXT               PIC X(3).
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.
       01  WS-EDIT-DUE-DATE            PIC 9999/99/99.
       01  WS-EDIT-LAST-REVIEW         PIC 9999/99/99.

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the report can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the run.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "RISKRATE ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM OPEN-RATING-FILES
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM RATE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           PERFORM CLOSE-RATING-FILES
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-RATING-CHANGE-REPORT
           PERFORM WRITE-REVIEW-DUE-REPORT
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
      *    Activity is counted over the twelve months to the
      *    business date; relationship age is measured against
      *    the same date a year and three years back
           COMPUTE WS-LOOKBACK-DATE = WS-BUSINESS-DATE - 10000
           MOVE WS-LOOKBACK-DATE TO WS-ONE-YEAR-AGO
           COMPUTE WS-THREE-YEARS-AGO = WS-BUSINESS-DATE - 30000
      *    The due report looks ahead to the end of next month
           MOVE WS-BUSINESS-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-DUE-MONTH
           ADD 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           COMPUTE WS-REPORT-DUE-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + 31
           MOVE WS-REPORT-DUE-DATE TO WS-EDIT-DUE-DATE.

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

       OPEN-RATING-FILES.
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
                       "- run XREFBLD before rating, status: "
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
      *    First run creates the rating file
           OPEN I-O RISK-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE RISK-FILE
               OPEN OUTPUT RISK-FILE
               CLOSE RISK-FILE
               OPEN I-O RISK-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening risk rating file, status: "
                       WS-FILE-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-XREF-FILE
               CLOSE CUSTOMER-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
      *    No product master or no transaction index yet simply
      *    scores those factors at zero
           OPEN INPUT PRODUCT-FILE
           IF WS-FILE-STATUS = "00"
               SET PRODUCT-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT TRANSACTION-INDEX-FILE
           IF WS-FILE-STATUS = "00"
               SET INDEX-FILE-OPEN TO TRUE
           END-IF.

       CLOSE-RATING-FILES.
           IF INDEX-FILE-OPEN
               CLOSE TRANSACTION-INDEX-FILE
           END-IF
           IF PRODUCT-FILE-OPEN
               CLOSE PRODUCT-FILE
           END-IF
           CLOSE RISK-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-XREF-FILE
           CLOSE CUSTOMER-FILE.

      * Scoring
       RATE-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
      *    An estate is worked by ESTATE, not reviewed for risk
           IF CUS-DATE-OF-DEATH IS NUMERIC AND
              CUS-DATE-OF-DEATH > ZERO
               ADD 1 TO WS-DECEASED-SKIPPED
               EXIT PARAGRAPH
           END-IF
           SET RISK-ENTRY-FOUND TO TRUE
           MOVE CUS-CUSTOMER-ID TO RSK-CUSTOMER-ID
           READ RISK-FILE
               INVALID KEY
                   SET RISK-ENTRY-NOT-FOUND TO TRUE
           END-READ
           IF RISK-ENTRY-FOUND
               MOVE RISK-RATING-RECORD TO WS-CUSTOMER-BACKUP
           ELSE
               PERFORM START-RISK-ENTRY
           END-IF
           MOVE CUS-CUSTOMER-NAME TO RSK-CUSTOMER-NAME
           MOVE ZERO TO RSK-FACTOR-POINTS
           MOVE ZERO TO RSK-OPEN-ACCOUNTS
           MOVE ZERO TO RSK-HIGHER-RISK-ACCOUNTS
           MOVE ZERO TO RSK-CTR-COUNT
           MOVE ZERO TO RSK-CTR-AMOUNT
           MOVE ZERO TO RSK-WIRE-COUNT
           MOVE ZERO TO RSK-WIRE-AMOUNT
           MOVE ZERO TO RSK-ACTIVE-CASES
           MOVE ZERO TO RSK-SAR-CASES
           MOVE ZERO TO RSK-WATCHLIST-CASES
           MOVE SPACES TO RSK-BRANCH
           MOVE ZERO TO WS-OLDEST-OPEN-DATE

           PERFORM SCORE-CUSTOMER-ACCOUNTS
           PERFORM SCORE-AML-CASES
           PERFORM SCORE-RELATIONSHIP-AGE

      *    Factor caps, then the total and the rating cut
           IF RSK-PRODUCT-POINTS > WS-PRODUCT-POINTS-MAX
               MOVE WS-PRODUCT-POINTS-MAX TO RSK-PRODUCT-POINTS
           END-IF
           COMPUTE WS-POINTS-WORK = RSK-CTR-COUNT * WS-CTR-ITEM-PTS
           IF WS-POINTS-WORK > WS-CASH-POINTS-MAX
               MOVE WS-CASH-POINTS-MAX TO RSK-CASH-POINTS
           ELSE
               MOVE WS-POINTS-WORK TO RSK-CASH-POINTS
           END-IF
           EVALUATE TRUE
               WHEN RSK-WIRE-AMOUNT >= WS-WIRE-HIGH-AMOUNT
                   MOVE WS-WIRE-HIGH-PTS TO RSK-WIRE-POINTS
               WHEN RSK-WIRE-AMOUNT >= WS-WIRE-MEDIUM-AMOUNT
                   MOVE WS-WIRE-MEDIUM-PTS TO RSK-WIRE-POINTS
               WHEN RSK-WIRE-COUNT > ZERO
                   MOVE WS-WIRE-ANY-PTS TO RSK-WIRE-POINTS
               WHEN OTHER
                   MOVE ZERO TO RSK-WIRE-POINTS
           END-EVALUATE
           COMPUTE WS-NEW-SCORE =
               RSK-PRODUCT-POINTS + RSK-CASH-POINTS +
               RSK-WIRE-POINTS + RSK-AML-POINTS +
               RSK-WATCHLIST-POINTS + RSK-AGE-POINTS
           EVALUATE TRUE
               WHEN WS-NEW-SCORE >= RISK-HIGH-SCORE
                   MOVE "H" TO WS-NEW-RATING
               WHEN WS-NEW-SCORE >= RISK-MEDIUM-SCORE
                   MOVE "M" TO WS-NEW-RATING
               WHEN OTHER
                   MOVE "L" TO WS-NEW-RATING
           END-EVALUATE

           PERFORM APPLY-NEW-RATING
           PERFORM SCHEDULE-NEXT-REVIEW
           MOVE WS-BUSINESS-DATE TO RSK-RATED-DATE
           IF RISK-ENTRY-FOUND
               REWRITE RISK-RATING-RECORD
           ELSE
               WRITE RISK-RATING-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error saving risk rating for customer "
                       RSK-CUSTOMER-ID " status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-RATED-CUSTOMER.

       START-RISK-ENTRY.
      *    A customer rated for the first time - no prior rating
      *    and no review on record
           MOVE SPACES TO WS-CUSTOMER-BACKUP
           MOVE CUS-CUSTOMER-ID TO RSK-CUSTOMER-ID
           MOVE SPACES TO RSK-RATING
           MOVE ZERO TO RSK-SCORE
           MOVE SPACES TO RSK-PRIOR-RATING
           MOVE ZERO TO RSK-PRIOR-SCORE
           MOVE ZERO TO RSK-RATING-CHANGED-DATE
           MOVE ZERO TO RSK-LAST-REVIEW-DATE
           MOVE SPACES TO RSK-LAST-REVIEW-TELLER
           MOVE ZERO TO RSK-NEXT-REVIEW-DATE
           MOVE ZERO TO RSK-RATED-DATE.

       SCORE-CUSTOMER-ACCOUNTS.
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
                           PERFORM SCORE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       SCORE-ONE-ACCOUNT.
           MOVE XRF-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RSK-OPEN-ACCOUNTS
      *    The customer files under the branch of the oldest
      *    open account
           IF WS-OLDEST-OPEN-DATE = ZERO OR
              ACC-OPEN-DATE < WS-OLDEST-OPEN-DATE
               MOVE ACC-OPEN-DATE TO WS-OLDEST-OPEN-DATE
               MOVE ACC-BRANCH TO RSK-BRANCH
           END-IF
           IF ACC-CURRENCY-CODE NOT = "USD" AND
              ACC-CURRENCY-CODE NOT = SPACES
               ADD 1 TO RSK-HIGHER-RISK-ACCOUNTS
               ADD WS-FOREIGN-CURRENCY-PTS TO RSK-PRODUCT-POINTS
           ELSE
               PERFORM CHECK-ACCOUNT-PRODUCT
           END-IF
           PERFORM SCORE-ACCOUNT-ACTIVITY.

       CHECK-ACCOUNT-PRODUCT.
           IF PRODUCT-FILE-CLOSED OR ACC-PRODUCT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-PRODUCT-CODE TO PRD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PRD-HIGHER-RISK
               ADD 1 TO RSK-HIGHER-RISK-ACCOUNTS
               ADD WS-HIGHER-RISK-PRODUCT-PTS TO RSK-PRODUCT-POINTS
           END-IF.

       SCORE-ACCOUNT-ACTIVITY.
      *    Twelve months of the account's index entries - cash
      *    over the CTR threshold, and wires both ways. A
      *    reversed entry never happened as far as risk goes.
           IF INDEX-FILE-CLOSED
               EXIT PARAGRAPH
           END-IF
           SET WS-INDEX-NOT-EOF TO TRUE
           MOVE ACC-NUMBER TO TXI-ACCOUNT
           MOVE ZERO TO TXI-TXN-ID
           START TRANSACTION-INDEX-FILE KEY IS NOT < TXI-KEY
               INVALID KEY
                   SET WS-INDEX-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-INDEX-EOF
               READ TRANSACTION-INDEX-FILE NEXT
                   AT END
                       SET WS-INDEX-EOF TO TRUE
                   NOT AT END
                       IF TXI-ACCOUNT NOT = ACC-NUMBER
                           SET WS-INDEX-EOF TO TRUE
                       ELSE
                           IF TXI-TXN-DATE > WS-LOOKBACK-DATE AND
                              TXI-STATUS NOT = "R"
                               PERFORM SCORE-ONE-INDEX-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SCORE-ONE-INDEX-ENTRY.
           IF TXI-CTR-FLAG = "Y"
               ADD 1 TO RSK-CTR-COUNT
               ADD TXI-AMOUNT TO RSK-CTR-AMOUNT
           END-IF
           IF TXI-TYPE = "O" OR
              (TXI-TYPE = "D" AND TXI-DESCRIPTION(1:8) = "WIRE IN ")
               ADD 1 TO RSK-WIRE-COUNT
               ADD TXI-AMOUNT TO RSK-WIRE-AMOUNT
           END-IF.

       SCORE-AML-CASES.
      *    A SAR filed at any time outweighs a case still being
      *    worked. A watchlist case closed with no action was a
      *    false hit and scores nothing.
           OPEN INPUT CASE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-SCAN-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SCAN-EOF
               READ CASE-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF CSE-CUSTOMER-ID = CUS-CUSTOMER-ID
                           PERFORM COUNT-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           EVALUATE TRUE
               WHEN RSK-SAR-CASES > ZERO
                   MOVE WS-SAR-CASE-PTS TO RSK-AML-POINTS
               WHEN RSK-ACTIVE-CASES > ZERO
                   MOVE WS-ACTIVE-CASE-PTS TO RSK-AML-POINTS
               WHEN OTHER
                   MOVE ZERO TO RSK-AML-POINTS
           END-EVALUATE
           IF RSK-WATCHLIST-CASES > ZERO
               MOVE WS-WATCHLIST-PTS TO RSK-WATCHLIST-POINTS
           ELSE
               MOVE ZERO TO RSK-WATCHLIST-POINTS
           END-IF.

       COUNT-ONE-CASE.
           IF CSE-SAR-FILED
               ADD 1 TO RSK-SAR-CASES
           END-IF
           IF CSE-ACTIVE
               ADD 1 TO RSK-ACTIVE-CASES
           END-IF
           IF CSE-SOURCE = "WLSCREEN" AND NOT CSE-CLOSED
               ADD 1 TO RSK-WATCHLIST-CASES
           END-IF.

       SCORE-RELATIONSHIP-AGE.
      *    The relationship starts at the earlier of the customer
      *    record and the oldest open account
           MOVE WS-OLDEST-OPEN-DATE TO RSK-RELATIONSHIP-DATE
           IF CUS-ESTABLISHED-DATE IS NUMERIC AND
              CUS-ESTABLISHED-DATE > ZERO
               IF RSK-RELATIONSHIP-DATE = ZERO OR
                  CUS-ESTABLISHED-DATE < RSK-RELATIONSHIP-DATE
                   MOVE CUS-ESTABLISHED-DATE TO RSK-RELATIONSHIP-DATE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN RSK-RELATIONSHIP-DATE = ZERO
                   MOVE WS-NEW-RELATIONSHIP-PTS TO RSK-AGE-POINTS
               WHEN RSK-RELATIONSHIP-DATE > WS-ONE-YEAR-AGO
                   MOVE WS-NEW-RELATIONSHIP-PTS TO RSK-AGE-POINTS
               WHEN RSK-RELATIONSHIP-DATE > WS-THREE-YEARS-AGO
                   MOVE WS-YOUNG-RELATIONSHIP-PTS TO RSK-AGE-POINTS
               WHEN OTHER
                   MOVE ZERO TO RSK-AGE-POINTS
           END-EVALUATE.

       APPLY-NEW-RATING.
      *    A customer first rated low is not a change worth a
      *    line on the report or an audit entry; every other new
      *    or different rating is both
           IF WS-NEW-RATING = RSK-RATING
               MOVE WS-NEW-SCORE TO RSK-SCORE
               EXIT PARAGRAPH
           END-IF
           IF RSK-RATING = SPACES AND WS-NEW-RATING = "L"
               MOVE WS-NEW-RATING TO RSK-PRIOR-RATING
               MOVE WS-NEW-SCORE TO RSK-PRIOR-SCORE
               MOVE WS-NEW-RATING TO RSK-RATING
               MOVE WS-NEW-SCORE TO RSK-SCORE
               MOVE WS-BUSINESS-DATE TO RSK-RATING-CHANGED-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE RSK-RATING TO RSK-PRIOR-RATING
           MOVE RSK-SCORE TO RSK-PRIOR-SCORE
           MOVE WS-NEW-RATING TO RSK-RATING
           MOVE WS-NEW-SCORE TO RSK-SCORE
           MOVE WS-BUSINESS-DATE TO RSK-RATING-CHANGED-DATE
           ADD 1 TO WS-RATINGS-CHANGED
           PERFORM WRITE-CUSTOMER-AUDIT-ENTRY.

       SCHEDULE-NEXT-REVIEW.
      *    High reviews every year, medium every three, low not
      *    at all. Counted from the last review, or - never
      *    reviewed - due from the day the rating was reached,
      *    so a customer rated up past a stale review is due at
      *    once.
           EVALUATE TRUE
               WHEN RSK-HIGH
                   MOVE 1 TO WS-REVIEW-YEARS
               WHEN RSK-MEDIUM
                   MOVE 3 TO WS-REVIEW-YEARS
               WHEN OTHER
                   MOVE ZERO TO RSK-NEXT-REVIEW-DATE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF RSK-LAST-REVIEW-DATE > ZERO
               COMPUTE WS-REVIEW-DATE =
                   RSK-LAST-REVIEW-DATE + WS-REVIEW-YEARS * 10000
      *        A leap-day review falls due on the 28th
               MOVE WS-REVIEW-DATE(5:4) TO WS-REVIEW-MMDD
               IF WS-REVIEW-MMDD = 0229
                   SUBTRACT 1 FROM WS-REVIEW-DATE
               END-IF
               MOVE WS-REVIEW-DATE TO RSK-NEXT-REVIEW-DATE
           ELSE
               MOVE RSK-RATING-CHANGED-DATE TO RSK-NEXT-REVIEW-DATE
           END-IF.

       COUNT-RATED-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-RATED
           PERFORM FIND-BRANCH-SLOT
           ADD 1 TO WS-BRN-RATED(WS-BRN-SUB)
           EVALUATE TRUE
               WHEN RSK-HIGH
                   ADD 1 TO WS-RATED-HIGH
                   ADD 1 TO WS-BRN-HIGH(WS-BRN-SUB)
               WHEN RSK-MEDIUM
                   ADD 1 TO WS-RATED-MEDIUM
                   ADD 1 TO WS-BRN-MEDIUM(WS-BRN-SUB)
               WHEN OTHER
                   ADD 1 TO WS-RATED-LOW
                   ADD 1 TO WS-BRN-LOW(WS-BRN-SUB)
           END-EVALUATE
           IF RSK-RATING-CHANGED-DATE = WS-BUSINESS-DATE AND
              RSK-PRIOR-RATING NOT = RSK-RATING
               ADD 1 TO WS-BRN-CHANGED(WS-BRN-SUB)
           END-IF
           IF RSK-NEXT-REVIEW-DATE > ZERO AND
              RSK-NEXT-REVIEW-DATE <= WS-REPORT-DUE-DATE
               ADD 1 TO WS-REVIEWS-DUE
               ADD 1 TO WS-BRN-DUE(WS-BRN-SUB)
           END-IF.

       FIND-BRANCH-SLOT.
      *    Locate (or open) the per-branch accumulator for the
      *    customer in hand, leaving WS-BRN-SUB pointed at it
           SET BRANCH-SLOT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
                       OR BRANCH-SLOT-FOUND
               IF WS-BRN-CODE(WS-BRN-SUB) = RSK-BRANCH
                   SET BRANCH-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BRANCH-SLOT-FOUND
               SUBTRACT 1 FROM WS-BRN-SUB
               EXIT PARAGRAPH
           END-IF
           IF WS-BRN-USED >= WS-BRN-MAX
      *        More branches than the table holds - fold the
      *        overflow into the last slot rather than abend
               MOVE WS-BRN-MAX TO WS-BRN-SUB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BRN-USED
           MOVE WS-BRN-USED TO WS-BRN-SUB
           MOVE RSK-BRANCH TO WS-BRN-CODE(WS-BRN-SUB)
           MOVE ZERO TO WS-BRN-RATED(WS-BRN-SUB)
           MOVE ZERO TO WS-BRN-HIGH(WS-BRN-SUB)
           MOVE ZERO TO WS-BRN-MEDIUM(WS-BRN-SUB)
           MOVE ZERO TO WS-BRN-LOW(WS-BRN-SUB)
           MOVE ZERO TO WS-BRN-CHANGED(WS-BRN-SUB)
           MOVE ZERO TO WS-BRN-DUE(WS-BRN-SUB).

      * Reports - one pass of the rating file per branch
       WRITE-RATING-CHANGE-REPORT.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "CUSTOMER RISK RATING CHANGES - BUSINESS DATE "
                  WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           OPEN INPUT RISK-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LINES-LISTED
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
               IF WS-BRN-CHANGED(WS-BRN-SUB) > ZERO
                   PERFORM LIST-BRANCH-CHANGES
               END-IF
           END-PERFORM
           CLOSE RISK-FILE
           IF WS-LINES-LISTED = ZERO
               MOVE "  (no rating changes this run)" TO
                   WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE.

       LIST-BRANCH-CHANGES.
           PERFORM WRITE-BRANCH-HEADING
           MOVE "Customer    Name                            From"
               TO WS-SPOOL-LINE
           MOVE "  To   Next review" TO WS-SPOOL-LINE(49:19)
           PERFORM PRINT-REPORT-LINE
           MOVE ZERO TO RSK-CUSTOMER-ID
           SET WS-SCAN-NOT-EOF TO TRUE
           START RISK-FILE KEY IS NOT < RSK-CUSTOMER-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ RISK-FILE NEXT
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF RSK-BRANCH = WS-BRN-CODE(WS-BRN-SUB) AND
                          RSK-RATING-CHANGED-DATE =
                              WS-BUSINESS-DATE AND
                          RSK-PRIOR-RATING NOT = RSK-RATING
                           PERFORM WRITE-CHANGE-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM PRINT-REPORT-LINE.

       WRITE-CHANGE-LINE.
           ADD 1 TO WS-LINES-LISTED
           MOVE RSK-SCORE TO WS-DISPLAY-SCORE
           MOVE RSK-PRIOR-SCORE TO WS-DISPLAY-PRIOR-SCORE
           IF RSK-PRIOR-RATING = SPACES
               MOVE "NEW" TO WS-PRIOR-TEXT
           ELSE
               MOVE SPACES TO WS-PRIOR-TEXT
               MOVE RSK-PRIOR-RATING TO WS-PRIOR-TEXT(1:1)
           END-IF
           MOVE RSK-NEXT-REVIEW-DATE TO WS-EDIT-DUE-DATE
           MOVE SPACES TO WS-SPOOL-LINE
           IF RSK-NEXT-REVIEW-DATE = ZERO
               STRING RSK-CUSTOMER-ID "  " RSK-CUSTOMER-NAME "  "
                      WS-PRIOR-TEXT "/" WS-DISPLAY-PRIOR-SCORE
                      "  " RSK-RATING "/" WS-DISPLAY-SCORE
                      "  (none)"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING RSK-CUSTOMER-ID "  " RSK-CUSTOMER-NAME "  "
                      WS-PRIOR-TEXT "/" WS-DISPLAY-PRIOR-SCORE
                      "  " RSK-RATING "/" WS-DISPLAY-SCORE
                      "  " WS-EDIT-DUE-DATE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "    points: product " RSK-PRODUCT-POINTS
                  " cash " RSK-CASH-POINTS
                  " wire " RSK-WIRE-POINTS
                  " AML " RSK-AML-POINTS
                  " watchlist " RSK-WATCHLIST-POINTS
                  " age " RSK-AGE-POINTS
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       WRITE-REVIEW-DUE-REPORT.
           MOVE WS-REPORT-DUE-DATE TO WS-EDIT-DUE-DATE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "DUE-DILIGENCE REVIEWS DUE BY " WS-EDIT-DUE-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           OPEN INPUT RISK-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LINES-LISTED
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
               IF WS-BRN-DUE(WS-BRN-SUB) > ZERO
                   PERFORM LIST-BRANCH-REVIEWS-DUE
               END-IF
           END-PERFORM
           CLOSE RISK-FILE
           IF WS-LINES-LISTED = ZERO
               MOVE "  (no reviews due)" TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE.

       LIST-BRANCH-REVIEWS-DUE.
           PERFORM WRITE-BRANCH-HEADING
           MOVE "Customer    Name                            Rtg"
               TO WS-SPOOL-LINE
           MOVE " Due         Last review" TO WS-SPOOL-LINE(48:24)
           PERFORM PRINT-REPORT-LINE
           MOVE ZERO TO RSK-CUSTOMER-ID
           SET WS-SCAN-NOT-EOF TO TRUE
           START RISK-FILE KEY IS NOT < RSK-CUSTOMER-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ RISK-FILE NEXT
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF RSK-BRANCH = WS-BRN-CODE(WS-BRN-SUB) AND
                          RSK-NEXT-REVIEW-DATE > ZERO AND
                          RSK-NEXT-REVIEW-DATE <=
                              WS-REPORT-DUE-DATE
                           PERFORM WRITE-REVIEW-DUE-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM PRINT-REPORT-LINE.

       WRITE-REVIEW-DUE-LINE.
           ADD 1 TO WS-LINES-LISTED
           MOVE RSK-NEXT-REVIEW-DATE TO WS-EDIT-DUE-DATE
           MOVE SPACES TO WS-SPOOL-LINE
           IF RSK-LAST-REVIEW-DATE = ZERO
               STRING RSK-CUSTOMER-ID "  " RSK-CUSTOMER-NAME "  "
                      RSK-RATING "  " WS-EDIT-DUE-DATE
                      "  never reviewed"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               MOVE RSK-LAST-REVIEW-DATE TO WS-EDIT-LAST-REVIEW
               STRING RSK-CUSTOMER-ID "  " RSK-CUSTOMER-NAME "  "
                      RSK-RATING "  " WS-EDIT-DUE-DATE "  "
                      WS-EDIT-LAST-REVIEW
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           IF RSK-NEXT-REVIEW-DATE <= WS-BUSINESS-DATE
               MOVE "OVERDUE" TO WS-SPOOL-LINE(76:7)
           END-IF
           PERFORM PRINT-REPORT-LINE.

       WRITE-BRANCH-HEADING.
           IF WS-BRN-CODE(WS-BRN-SUB) = SPACES
               MOVE "HEAD OFFICE" TO WS-BRANCH-NAME-TEXT
           ELSE
               MOVE WS-BRN-CODE(WS-BRN-SUB) TO WS-BRANCH-NAME-TEXT
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "Branch " WS-BRANCH-NAME-TEXT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE "RATINGS BY BRANCH (blank = head office)" TO
               WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
               STRING "  " WS-BRN-CODE(WS-BRN-SUB)
                      " rated " WS-BRN-RATED(WS-BRN-SUB)
                      " high " WS-BRN-HIGH(WS-BRN-SUB)
                      " medium " WS-BRN-MEDIUM(WS-BRN-SUB)
                      " low " WS-BRN-LOW(WS-BRN-SUB)
                      " changed " WS-BRN-CHANGED(WS-BRN-SUB)
                      " due " WS-BRN-DUE(WS-BRN-SUB)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           PERFORM PRINT-REPORT-LINE
           STRING "Customers read:       " WS-CUSTOMERS-READ
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Deceased, not rated:  " WS-DECEASED-SKIPPED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Customers rated:      " WS-CUSTOMERS-RATED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  High:               " WS-RATED-HIGH
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Medium:             " WS-RATED-MEDIUM
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Low:                " WS-RATED-LOW
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Ratings changed:      " WS-RATINGS-CHANGED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Reviews due:          " WS-REVIEWS-DUE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           DISPLAY "Report captured to the spool as RISKRATE"
           DISPLAY " ".

       PRINT-REPORT-LINE.
      *    Every report line goes to the console and the spool
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

       WRITE-CUSTOMER-AUDIT-ENTRY.
      *    A rating change goes on the customer audit trail with
      *    the rating record as it stood before - spaces for a
      *    customer rated for the first time
           OPEN EXTEND CUSTOMER-AUDIT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF
           MOVE RSK-CUSTOMER-ID TO CUA-CUSTOMER-ID
           MOVE WS-DATE-NUMERIC TO CUA-DATE
           MOVE WS-TIME-NUMERIC TO CUA-TIME
           MOVE "RISKRATE" TO CUA-OPERATION
           MOVE SPACES TO CUA-TELLER-ID
           MOVE WS-CUSTOMER-BACKUP TO CUA-BEFORE-IMAGE
           WRITE CUSTOMER-AUDIT-RECORD
           CLOSE CUSTOMER-AUDIT-FILE.

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in cut-off scores with any
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
               WHEN "RISK-HIGH-SCORE"
                   MOVE PRM-VALUE TO RISK-HIGH-SCORE
               WHEN "RISK-MEDIUM-SCORE"
                   MOVE PRM-VALUE TO RISK-MEDIUM-SCORE
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

       END PROGRAM RISKRATE.
