       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRRGAP.
      *********************************************************
      * IRRGAP - Interest-Rate Risk Repricing Gap Report
      * ALCO built its gap analysis by hand from CD maturity
      * lists and loan tapes. This report places every
      * rate-sensitive balance in the time band it next
      * reprices or matures in:
      *   loans  - LOANS.DAT, active loans. A variable-rate loan
      *            reprices on LN-NEXT-RESET-DATE (or at
      *            maturity if that comes first); a fixed-rate
      *            loan at LN-MATURITY-DATE, the end of its
      *            remaining term
      *   CDs    - open term deposits on ACCOUNTS.DAT, by
      *            ACC-MATURITY-DATE
      *   non-maturity deposits - open checking and savings,
      *            by product. They have no contractual date, so
      *            each is placed by assumption: the shortest
      *            band unless a GAP-NMD-BAND-x parameter names
      *            another for the account type (C or S) or for
      *            a product code (GAP-NMD-BAND-PCHK, say)
      * The bands are 0-3 months, 3-12 months, 1-3 years,
      * 3-5 years and over 5 years from the business date.
      * For each band it shows balances, the weighted average
      * rate of assets and liabilities, and the periodic and
      * cumulative repricing gap (assets less liabilities).
      * Deposit rates come from the RATESCHD.DAT band sheet
      * INTACCR pays from, the product's band letter first, the
      * compiled flat rate as backstop. Balances are reprice
      * amounts only - scheduled amortization before the
      * repricing date is not spread across earlier bands.
      *
      * The same figures are written comma-delimited to
      * data/IRRGAP.DAT, one line per row and band, for the
      * finance rate-shock models.
      *
      * Usage: IRRGAP (no parameters - run ahead of ALCO)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Product master - band letters and product names
           SELECT PRODUCT-FILE ASSIGN TO "data/PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Deposit rate band sheet - the same file and layout
      *    INTACCR reads
           SELECT RATE-SCHEDULE-FILE ASSIGN TO "data/RATESCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Delimited gap extract for the rate-shock models
           SELECT GAP-EXTRACT-FILE ASSIGN TO "data/IRRGAP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT -
      *    the non-maturity deposit placements are read from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  PRODUCT-FILE.
           COPY "copybooks/PRODUCT-RECORD.cpy".

       FD  RATE-SCHEDULE-FILE.
       01  RATE-SCHEDULE-LINE          PIC X(60).

       FD  GAP-EXTRACT-FILE.
       01  GAP-EXTRACT-RECORD          PIC X(120).

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

      *    Non-maturity deposit placement - the band a checking
      *    or savings balance is assumed to reprice in. The
      *    default is the shortest band; GAP-NMD-BAND-C,
      *    GAP-NMD-BAND-S and GAP-NMD-BAND-<product> parameters
      *    place an account type or a product elsewhere.
       01  WS-NMD-DEFAULT-BAND         PIC 9(1) VALUE 1.
       01  WS-NMD-PLACE-TABLE.
           05  WS-NMD-PLACE-ENTRY OCCURS 20 TIMES.
               10  WS-NMD-PLACE-KEY    PIC X(4).
               10  WS-NMD-PLACE-BAND   PIC 9(1).
       01  WS-NMD-PLACE-SUB            PIC 9(2).
       01  WS-NMD-PLACE-USED           PIC 9(2) VALUE ZERO.
       01  WS-NMD-PLACE-MAX            PIC 9(2) VALUE 20.
       01  WS-NMD-PLACE-KEY-WORK       PIC X(4).
       01  WS-NMD-PLACE-BAND-WORK      PIC 9(1).

      *    The time bands - upper bound in months from the
      *    business date (the last band is open-ended), the
      *    dates those bounds fall on, and the column headings
       01  WS-BAND-MONTHS-VALUES.
           05  FILLER                  PIC 9(3) VALUE 3.
           05  FILLER                  PIC 9(3) VALUE 12.
           05  FILLER                  PIC 9(3) VALUE 36.
           05  FILLER                  PIC 9(3) VALUE 60.
       01  WS-BAND-MONTHS-TABLE REDEFINES WS-BAND-MONTHS-VALUES.
           05  WS-BAND-MONTHS          PIC 9(3) OCCURS 4 TIMES.
       01  WS-BAND-END-TABLE.
           05  WS-BAND-END-DATE        PIC 9(8) OCCURS 4 TIMES.
       01  WS-BAND-LABEL-VALUES.
           05  FILLER                  PIC X(10) VALUE "0-3 MO".
           05  FILLER                  PIC X(10) VALUE "3-12 MO".
           05  FILLER                  PIC X(10) VALUE "1-3 YR".
           05  FILLER                  PIC X(10) VALUE "3-5 YR".
           05  FILLER                  PIC X(10) VALUE "OVER 5 YR".
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABEL-VALUES.
           05  WS-BAND-LABEL           PIC X(10) OCCURS 5 TIMES.
       01  WS-BAND-SUB                 PIC 9(1).
       01  WS-BAND-COUNT               PIC 9(1) VALUE 5.

      *    The gap rows - side A (asset) or L (liability), a key
      *    for the extract, a label, and per band the balance and
      *    the balance-times-rate sum the weighted average is
      *    cut from. Rows 1-3 are fixed; a row is opened for each
      *    non-maturity deposit product as it turns up.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 30 TIMES.
               10  WS-ROW-SIDE         PIC X(1).
               10  WS-ROW-KEY          PIC X(8).
               10  WS-ROW-LABEL        PIC X(30).
               10  WS-ROW-BAND OCCURS 5 TIMES.
                   15  WS-ROW-BALANCE  PIC S9(13)V99 COMP-3.
                   15  WS-ROW-RATE-SUM PIC S9(13)V9(6) COMP-3.
       01  WS-ROW-SUB                  PIC 9(2).
       01  WS-ROW-USED                 PIC 9(2) VALUE ZERO.
       01  WS-ROW-MAX                  PIC 9(2) VALUE 30.
       01  WS-FIXED-LOAN-ROW           PIC 9(2) VALUE 1.
       01  WS-VARIABLE-LOAN-ROW        PIC 9(2) VALUE 2.
       01  WS-CD-ROW                   PIC 9(2) VALUE 3.
       01  WS-ROW-KEY-WORK             PIC X(8).
       01  WS-ROW-FOUND-FLAG           PIC X(1).
           88  ROW-SLOT-FOUND          VALUE 'Y'.
           88  ROW-SLOT-NOT-FOUND      VALUE 'N'.

      *    Band totals and the gap
       01  WS-TOTAL-TABLE.
           05  WS-TOTAL-BAND OCCURS 5 TIMES.
               10  WS-ASSET-TOTAL      PIC S9(13)V99 COMP-3.
               10  WS-ASSET-RATE-SUM   PIC S9(13)V9(6) COMP-3.
               10  WS-LIAB-TOTAL       PIC S9(13)V99 COMP-3.
               10  WS-LIAB-RATE-SUM    PIC S9(13)V9(6) COMP-3.
               10  WS-PERIODIC-GAP     PIC S9(13)V99 COMP-3.
               10  WS-CUMULATIVE-GAP   PIC S9(13)V99 COMP-3.
       01  WS-RUNNING-GAP              PIC S9(13)V99 COMP-3.

      *    The balance in hand
       01  WS-REPRICE-DATE             PIC 9(8).
       01  WS-ITEM-BALANCE             PIC S9(13)V99 COMP-3.
       01  WS-ITEM-RATE                PIC 9V9(6).
       01  WS-AVERAGE-RATE             PIC 9V9(6).

      *    Date work - adding whole months to a YYYYMMDD date. A
      *    day past the end of the target month (20270231) is
      *    left as it is; it still compares in the right place
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-WORK-YEAR       PIC 9(4).
           05  WS-DATE-WORK-MONTH      PIC 9(2).
           05  WS-DATE-WORK-DAY        PIC 9(2).
       01  WS-MONTHS-TO-ADD            PIC 9(4).
       01  WS-MONTH-INDEX              PIC 9(6).
       01  WS-YEARS-WORK               PIC 9(4).

      *    Deposit rate band sheet, as INTACCR loads it
       01  WS-RATE-SCHEDULE-TABLE.
           05  WS-RSC-ENTRY OCCURS 30 TIMES.
               10  WS-RSC-TYPE         PIC X(1).
               10  WS-RSC-BAL-FROM     PIC 9(10)V99 COMP-3.
               10  WS-RSC-BAL-TO       PIC 9(10)V99 COMP-3.
               10  WS-RSC-RATE         PIC 9V9(4).
       01  WS-RSC-SUB                  PIC 9(2).
       01  WS-RSC-USED                 PIC 9(2) VALUE ZERO.
       01  WS-RSC-MAX                  PIC 9(2) VALUE 30.
       01  WS-SCHED-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-SCHED-EOF            VALUE 'Y'.
           88  WS-SCHED-NOT-EOF        VALUE 'N'.
       01  WS-SHEET-TYPE               PIC X(1).
       01  WS-SHEET-BAL-FROM           PIC X(14).
       01  WS-SHEET-BAL-TO             PIC X(14).
       01  WS-SHEET-RATE               PIC X(8).
       01  WS-SHEET-EFFECTIVE          PIC X(8).
       01  WS-APPLICABLE-RATE          PIC 9V9(4).
       01  WS-SCHED-MATCH-TYPE         PIC X(1).

      *    File and run switches
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-PRODUCT-OPEN-FLAG        PIC X(1) VALUE 'N'.
           88  PRODUCT-FILE-OPEN       VALUE 'Y'.
           88  PRODUCT-FILE-CLOSED     VALUE 'N'.
       01  WS-PRODUCT-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88  PRODUCT-ON-FILE         VALUE 'Y'.
           88  PRODUCT-NOT-ON-FILE     VALUE 'N'.

      *    Run counters
       01  WS-LOANS-PLACED             PIC 9(7) VALUE ZERO.
       01  WS-CDS-PLACED               PIC 9(7) VALUE ZERO.
       01  WS-NMD-PLACED               PIC 9(7) VALUE ZERO.
       01  WS-EXTRACT-LINES            PIC 9(7) VALUE ZERO.

      *    Report and extract editing
       01  WS-REPORT-LABEL             PIC X(22).
       01  WS-COLUMN-POS               PIC 9(3).
       01  WS-DISPLAY-BAND-AMT         PIC Z,ZZZ,ZZZ,ZZ9-.
       01  WS-DISPLAY-BAND-RATE        PIC ZZZZZZZ9.999.
       01  WS-EXTRACT-BALANCE          PIC -9(13).99.
       01  WS-EXTRACT-RATE             PIC 9.999999.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the report can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the run.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "IRRGAP   ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM PLACE-LOANS
           PERFORM PLACE-DEPOSITS
           PERFORM TOTAL-BANDS
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-GAP-REPORT
           PERFORM SPOOL-CLOSE-RUN
           PERFORM WRITE-GAP-EXTRACT
           PERFORM DISPLAY-RUN-SUMMARY
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
           PERFORM LOAD-RATE-SCHEDULE
      *    Where each band ends, counted from the business date
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
               MOVE WS-BAND-MONTHS(WS-BAND-SUB) TO WS-MONTHS-TO-ADD
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-DATE-WORK TO WS-BAND-END-DATE(WS-BAND-SUB)
           END-PERFORM
      *    The three fixed rows; product rows follow as found
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-MAX
               PERFORM CLEAR-ONE-ROW
           END-PERFORM
           MOVE "A" TO WS-ROW-SIDE(WS-FIXED-LOAN-ROW)
           MOVE "LNFIXED" TO WS-ROW-KEY(WS-FIXED-LOAN-ROW)
           MOVE "Fixed-rate loans" TO WS-ROW-LABEL(WS-FIXED-LOAN-ROW)
           MOVE "A" TO WS-ROW-SIDE(WS-VARIABLE-LOAN-ROW)
           MOVE "LNVAR" TO WS-ROW-KEY(WS-VARIABLE-LOAN-ROW)
           MOVE "Variable-rate loans" TO
               WS-ROW-LABEL(WS-VARIABLE-LOAN-ROW)
           MOVE "L" TO WS-ROW-SIDE(WS-CD-ROW)
           MOVE "CD" TO WS-ROW-KEY(WS-CD-ROW)
           MOVE "Certificates of deposit" TO WS-ROW-LABEL(WS-CD-ROW)
           MOVE 3 TO WS-ROW-USED.

       CLEAR-ONE-ROW.
           MOVE SPACES TO WS-ROW-SIDE(WS-ROW-SUB)
           MOVE SPACES TO WS-ROW-KEY(WS-ROW-SUB)
           MOVE SPACES TO WS-ROW-LABEL(WS-ROW-SUB)
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE ZERO TO WS-ROW-BALANCE(WS-ROW-SUB, WS-BAND-SUB)
               MOVE ZERO TO WS-ROW-RATE-SUM(WS-ROW-SUB, WS-BAND-SUB)
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

       ADD-MONTHS-TO-DATE.
      *    WS-DATE-WORK moved forward WS-MONTHS-TO-ADD months
           COMPUTE WS-MONTH-INDEX =
               WS-DATE-WORK-YEAR * 12 + WS-DATE-WORK-MONTH - 1
               + WS-MONTHS-TO-ADD
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-YEARS-WORK
               REMAINDER WS-DATE-WORK-MONTH
           MOVE WS-YEARS-WORK TO WS-DATE-WORK-YEAR
           ADD 1 TO WS-DATE-WORK-MONTH.

       FIND-REPRICE-BAND.
      *    The band WS-REPRICE-DATE falls in - a date already
      *    past (or none at all) reprices at once
           MOVE 5 TO WS-BAND-SUB
           EVALUATE TRUE
               WHEN WS-REPRICE-DATE <= WS-BAND-END-DATE(1)
                   MOVE 1 TO WS-BAND-SUB
               WHEN WS-REPRICE-DATE <= WS-BAND-END-DATE(2)
                   MOVE 2 TO WS-BAND-SUB
               WHEN WS-REPRICE-DATE <= WS-BAND-END-DATE(3)
                   MOVE 3 TO WS-BAND-SUB
               WHEN WS-REPRICE-DATE <= WS-BAND-END-DATE(4)
                   MOVE 4 TO WS-BAND-SUB
           END-EVALUATE.

       ADD-TO-ROW.
      *    Post WS-ITEM-BALANCE at WS-ITEM-RATE into row
      *    WS-ROW-SUB, band WS-BAND-SUB
           ADD WS-ITEM-BALANCE TO
               WS-ROW-BALANCE(WS-ROW-SUB, WS-BAND-SUB)
           COMPUTE WS-ROW-RATE-SUM(WS-ROW-SUB, WS-BAND-SUB) =
               WS-ROW-RATE-SUM(WS-ROW-SUB, WS-BAND-SUB) +
               WS-ITEM-BALANCE * WS-ITEM-RATE.

      * Assets - the loan book
       PLACE-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-FILE-STATUS NOT = "00"
      *        No loan book yet - the asset side is simply empty
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ LOAN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF LN-ACTIVE AND LN-PRINCIPAL-BALANCE > ZERO
                           PERFORM PLACE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       PLACE-ONE-LOAN.
           ADD 1 TO WS-LOANS-PLACED
           MOVE LN-MATURITY-DATE TO WS-REPRICE-DATE
           IF WS-REPRICE-DATE = ZERO AND LN-ORIGINATION-DATE > ZERO
      *        A loan booked before maturity dates were kept runs
      *        its written term from origination
               MOVE LN-ORIGINATION-DATE TO WS-DATE-WORK
               MOVE LN-TERM-MONTHS TO WS-MONTHS-TO-ADD
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-DATE-WORK TO WS-REPRICE-DATE
           END-IF
           IF LN-VARIABLE-RATE
               MOVE WS-VARIABLE-LOAN-ROW TO WS-ROW-SUB
               IF LN-NEXT-RESET-DATE > ZERO AND
                  LN-NEXT-RESET-DATE < WS-REPRICE-DATE
                   MOVE LN-NEXT-RESET-DATE TO WS-REPRICE-DATE
               END-IF
           ELSE
               MOVE WS-FIXED-LOAN-ROW TO WS-ROW-SUB
           END-IF
           PERFORM FIND-REPRICE-BAND
           MOVE LN-PRINCIPAL-BALANCE TO WS-ITEM-BALANCE
           MOVE LN-ANNUAL-RATE TO WS-ITEM-RATE
           PERFORM ADD-TO-ROW.

      * Liabilities - CDs and non-maturity deposits
       PLACE-DEPOSITS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-FILE-STATUS = "00"
               SET PRODUCT-FILE-OPEN TO TRUE
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ ACCOUNT-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ACC-STATUS NOT = "C" AND
                          ACC-BALANCE > ZERO
                           PERFORM PLACE-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           IF PRODUCT-FILE-OPEN
               CLOSE PRODUCT-FILE
           END-IF
           CLOSE ACCOUNT-FILE.

       PLACE-ONE-DEPOSIT.
           PERFORM READ-ACCOUNT-PRODUCT
           PERFORM LOOKUP-SCHEDULE-RATE
           MOVE ACC-BALANCE TO WS-ITEM-BALANCE
           MOVE WS-APPLICABLE-RATE TO WS-ITEM-RATE
           IF ACC-TYPE-CD
               ADD 1 TO WS-CDS-PLACED
               MOVE ACC-MATURITY-DATE TO WS-REPRICE-DATE
               PERFORM FIND-REPRICE-BAND
               MOVE WS-CD-ROW TO WS-ROW-SUB
               PERFORM ADD-TO-ROW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NMD-PLACED
           PERFORM FIND-NMD-BAND
           PERFORM FIND-NMD-ROW
           PERFORM ADD-TO-ROW.

       READ-ACCOUNT-PRODUCT.
           SET PRODUCT-NOT-ON-FILE TO TRUE
           IF PRODUCT-FILE-CLOSED OR ACC-PRODUCT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-PRODUCT-CODE TO PRD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRODUCT-ON-FILE TO TRUE
           END-READ.

       FIND-NMD-BAND.
      *    A placement named for the product wins over one for
      *    the account type, which wins over the default
           MOVE WS-NMD-DEFAULT-BAND TO WS-BAND-SUB
           PERFORM VARYING WS-NMD-PLACE-SUB FROM 1 BY 1
                   UNTIL WS-NMD-PLACE-SUB > WS-NMD-PLACE-USED
               IF WS-NMD-PLACE-KEY(WS-NMD-PLACE-SUB) =
                       ACC-ACCOUNT-TYPE
                   MOVE WS-NMD-PLACE-BAND(WS-NMD-PLACE-SUB) TO
                       WS-BAND-SUB
               END-IF
           END-PERFORM
           IF ACC-PRODUCT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NMD-PLACE-SUB FROM 1 BY 1
                   UNTIL WS-NMD-PLACE-SUB > WS-NMD-PLACE-USED
               IF WS-NMD-PLACE-KEY(WS-NMD-PLACE-SUB) =
                       ACC-PRODUCT-CODE
                   MOVE WS-NMD-PLACE-BAND(WS-NMD-PLACE-SUB) TO
                       WS-BAND-SUB
               END-IF
           END-PERFORM.

       FIND-NMD-ROW.
      *    Locate (or open) the product's row, leaving WS-ROW-SUB
      *    pointed at it. An account with no product is filed
      *    under its type letter.
           MOVE SPACES TO WS-ROW-KEY-WORK
           IF ACC-PRODUCT-CODE = SPACES
               STRING "(" ACC-ACCOUNT-TYPE ")"
                   DELIMITED BY SIZE INTO WS-ROW-KEY-WORK
           ELSE
               MOVE ACC-PRODUCT-CODE TO WS-ROW-KEY-WORK
           END-IF
           SET ROW-SLOT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ROW-SUB FROM 4 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-USED
                       OR ROW-SLOT-FOUND
               IF WS-ROW-KEY(WS-ROW-SUB) = WS-ROW-KEY-WORK
                   SET ROW-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ROW-SLOT-FOUND
               SUBTRACT 1 FROM WS-ROW-SUB
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-USED >= WS-ROW-MAX
      *        More products than the table holds - fold the
      *        overflow into the last row rather than abend
               MOVE WS-ROW-MAX TO WS-ROW-SUB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-USED
           MOVE WS-ROW-USED TO WS-ROW-SUB
           MOVE "L" TO WS-ROW-SIDE(WS-ROW-SUB)
           MOVE WS-ROW-KEY-WORK TO WS-ROW-KEY(WS-ROW-SUB)
           EVALUATE TRUE
               WHEN PRODUCT-ON-FILE
                   MOVE PRD-NAME TO WS-ROW-LABEL(WS-ROW-SUB)
               WHEN ACC-TYPE-SAVINGS
                   MOVE "Savings (no product)" TO
                       WS-ROW-LABEL(WS-ROW-SUB)
               WHEN ACC-PRODUCT-CODE = SPACES
                   MOVE "Checking (no product)" TO
                       WS-ROW-LABEL(WS-ROW-SUB)
               WHEN OTHER
                   STRING "Product " ACC-PRODUCT-CODE
                       DELIMITED BY SIZE
                       INTO WS-ROW-LABEL(WS-ROW-SUB)
           END-EVALUATE.

      * Deposit rates - the INTACCR band sheet
       LOAD-RATE-SCHEDULE.
      *    Read the rate schedule sheet into the band table,
      *    keeping only lines already in force. No file means an
      *    empty table, and the per-account lookup then falls
      *    back to the compiled flat rate.
           OPEN INPUT RATE-SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-SCHED-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SCHED-EOF
               READ RATE-SCHEDULE-FILE
                   AT END
                       SET WS-SCHED-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-SCHEDULE-LINE
               END-READ
           END-PERFORM
           CLOSE RATE-SCHEDULE-FILE.

       LOAD-ONE-SCHEDULE-LINE.
           MOVE SPACES TO WS-SHEET-TYPE
           MOVE SPACES TO WS-SHEET-BAL-FROM
           MOVE SPACES TO WS-SHEET-BAL-TO
           MOVE SPACES TO WS-SHEET-RATE
           MOVE SPACES TO WS-SHEET-EFFECTIVE
           UNSTRING RATE-SCHEDULE-LINE DELIMITED BY SPACE
               INTO WS-SHEET-TYPE
                    WS-SHEET-BAL-FROM
                    WS-SHEET-BAL-TO
                    WS-SHEET-RATE
                    WS-SHEET-EFFECTIVE
           IF WS-SHEET-TYPE = SPACES OR WS-SHEET-RATE = SPACES
      *        Blank or incomplete line - skipped
               EXIT PARAGRAPH
           END-IF
      *    A band not yet in force is ignored
           IF WS-SHEET-EFFECTIVE NOT = SPACES AND
              WS-SHEET-EFFECTIVE IS NUMERIC
               IF FUNCTION NUMVAL(WS-SHEET-EFFECTIVE) >
                       WS-DATE-NUMERIC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RSC-USED >= WS-RSC-MAX
               DISPLAY "Warning: rate schedule has more than "
                       WS-RSC-MAX " usable lines - extras ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RSC-USED
           MOVE WS-SHEET-TYPE TO WS-RSC-TYPE(WS-RSC-USED)
           COMPUTE WS-RSC-BAL-FROM(WS-RSC-USED) =
               FUNCTION NUMVAL(WS-SHEET-BAL-FROM)
           COMPUTE WS-RSC-BAL-TO(WS-RSC-USED) =
               FUNCTION NUMVAL(WS-SHEET-BAL-TO)
           COMPUTE WS-RSC-RATE(WS-RSC-USED) =
               FUNCTION NUMVAL(WS-SHEET-RATE).

       LOOKUP-SCHEDULE-RATE.
      *    The rate the account earns tonight - matching band
      *    letter, balance within the band, last match wins, the
      *    compiled flat rate when nothing matches. The product's
      *    own band letter stands in for the account type when
      *    the product carries one.
           MOVE ANNUAL-INTEREST-RATE TO WS-APPLICABLE-RATE
           MOVE ACC-ACCOUNT-TYPE TO WS-SCHED-MATCH-TYPE
           IF PRODUCT-ON-FILE AND PRD-RATE-SCHED-TYPE NOT = SPACES
               MOVE PRD-RATE-SCHED-TYPE TO WS-SCHED-MATCH-TYPE
           END-IF
           PERFORM VARYING WS-RSC-SUB FROM 1 BY 1
                   UNTIL WS-RSC-SUB > WS-RSC-USED
               IF WS-RSC-TYPE(WS-RSC-SUB) = WS-SCHED-MATCH-TYPE
                       AND
                  ACC-BALANCE >= WS-RSC-BAL-FROM(WS-RSC-SUB) AND
                  ACC-BALANCE <= WS-RSC-BAL-TO(WS-RSC-SUB)
                   MOVE WS-RSC-RATE(WS-RSC-SUB) TO
                       WS-APPLICABLE-RATE
               END-IF
           END-PERFORM.

      * Totals, report and extract
       TOTAL-BANDS.
           MOVE ZERO TO WS-RUNNING-GAP
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE ZERO TO WS-ASSET-TOTAL(WS-BAND-SUB)
               MOVE ZERO TO WS-ASSET-RATE-SUM(WS-BAND-SUB)
               MOVE ZERO TO WS-LIAB-TOTAL(WS-BAND-SUB)
               MOVE ZERO TO WS-LIAB-RATE-SUM(WS-BAND-SUB)
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-ROW-USED
                   PERFORM ADD-ROW-TO-TOTALS
               END-PERFORM
               COMPUTE WS-PERIODIC-GAP(WS-BAND-SUB) =
                   WS-ASSET-TOTAL(WS-BAND-SUB) -
                   WS-LIAB-TOTAL(WS-BAND-SUB)
               ADD WS-PERIODIC-GAP(WS-BAND-SUB) TO WS-RUNNING-GAP
               MOVE WS-RUNNING-GAP TO WS-CUMULATIVE-GAP(WS-BAND-SUB)
           END-PERFORM.

       ADD-ROW-TO-TOTALS.
           IF WS-ROW-SIDE(WS-ROW-SUB) = "A"
               ADD WS-ROW-BALANCE(WS-ROW-SUB, WS-BAND-SUB) TO
                   WS-ASSET-TOTAL(WS-BAND-SUB)
               ADD WS-ROW-RATE-SUM(WS-ROW-SUB, WS-BAND-SUB) TO
                   WS-ASSET-RATE-SUM(WS-BAND-SUB)
           ELSE
               ADD WS-ROW-BALANCE(WS-ROW-SUB, WS-BAND-SUB) TO
                   WS-LIAB-TOTAL(WS-BAND-SUB)
               ADD WS-ROW-RATE-SUM(WS-ROW-SUB, WS-BAND-SUB) TO
                   WS-LIAB-RATE-SUM(WS-BAND-SUB)
           END-IF.

       WRITE-GAP-REPORT.
           STRING "INTEREST-RATE RISK REPRICING GAP - BUSINESS DATE "
                  WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           MOVE "Balances in dollars, rates in percent" TO
               WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM WRITE-BAND-HEADINGS
           MOVE "RATE-SENSITIVE ASSETS" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-USED
               IF WS-ROW-SIDE(WS-ROW-SUB) = "A"
                   PERFORM WRITE-ROW-LINE
               END-IF
           END-PERFORM
           MOVE "  Total assets" TO WS-REPORT-LABEL
           MOVE WS-REPORT-LABEL TO WS-SPOOL-LINE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE WS-ASSET-TOTAL(WS-BAND-SUB) TO WS-DISPLAY-BAND-AMT
               PERFORM PLACE-AMOUNT-COLUMN
           END-PERFORM
           PERFORM PRINT-REPORT-LINE
           MOVE "  Avg rate %" TO WS-SPOOL-LINE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE ZERO TO WS-AVERAGE-RATE
               IF WS-ASSET-TOTAL(WS-BAND-SUB) > ZERO
                   COMPUTE WS-AVERAGE-RATE ROUNDED =
                       WS-ASSET-RATE-SUM(WS-BAND-SUB) /
                       WS-ASSET-TOTAL(WS-BAND-SUB)
               END-IF
               PERFORM PLACE-RATE-COLUMN
           END-PERFORM
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE "RATE-SENSITIVE LIABILITIES" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-USED
               IF WS-ROW-SIDE(WS-ROW-SUB) = "L"
                   PERFORM WRITE-ROW-LINE
               END-IF
           END-PERFORM
           MOVE "  Total liabilities" TO WS-SPOOL-LINE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE WS-LIAB-TOTAL(WS-BAND-SUB) TO WS-DISPLAY-BAND-AMT
               PERFORM PLACE-AMOUNT-COLUMN
           END-PERFORM
           PERFORM PRINT-REPORT-LINE
           MOVE "  Avg rate %" TO WS-SPOOL-LINE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE ZERO TO WS-AVERAGE-RATE
               IF WS-LIAB-TOTAL(WS-BAND-SUB) > ZERO
                   COMPUTE WS-AVERAGE-RATE ROUNDED =
                       WS-LIAB-RATE-SUM(WS-BAND-SUB) /
                       WS-LIAB-TOTAL(WS-BAND-SUB)
               END-IF
               PERFORM PLACE-RATE-COLUMN
           END-PERFORM
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE "Periodic gap" TO WS-SPOOL-LINE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE WS-PERIODIC-GAP(WS-BAND-SUB) TO
                   WS-DISPLAY-BAND-AMT
               PERFORM PLACE-AMOUNT-COLUMN
           END-PERFORM
           PERFORM PRINT-REPORT-LINE
           MOVE "Cumulative gap" TO WS-SPOOL-LINE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE WS-CUMULATIVE-GAP(WS-BAND-SUB) TO
                   WS-DISPLAY-BAND-AMT
               PERFORM PLACE-AMOUNT-COLUMN
           END-PERFORM
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "Non-maturity deposits are placed by assumption "
               TO WS-SPOOL-LINE
           MOVE "(GAP-NMD-BAND parameters)" TO WS-SPOOL-LINE(48:25)
           PERFORM PRINT-REPORT-LINE.

       WRITE-BAND-HEADINGS.
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               COMPUTE WS-COLUMN-POS = 23 + (WS-BAND-SUB - 1) * 15
               MOVE WS-BAND-LABEL(WS-BAND-SUB) TO
                   WS-SPOOL-LINE(WS-COLUMN-POS + 5:10)
           END-PERFORM
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-SPOOL-LINE(1:97)
           PERFORM PRINT-REPORT-LINE.

       WRITE-ROW-LINE.
           MOVE SPACES TO WS-REPORT-LABEL
           STRING "  " WS-ROW-LABEL(WS-ROW-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LABEL
           MOVE WS-REPORT-LABEL TO WS-SPOOL-LINE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE WS-ROW-BALANCE(WS-ROW-SUB, WS-BAND-SUB) TO
                   WS-DISPLAY-BAND-AMT
               PERFORM PLACE-AMOUNT-COLUMN
           END-PERFORM
           PERFORM PRINT-REPORT-LINE.

       PLACE-AMOUNT-COLUMN.
           COMPUTE WS-COLUMN-POS = 23 + (WS-BAND-SUB - 1) * 15
           MOVE WS-DISPLAY-BAND-AMT TO
               WS-SPOOL-LINE(WS-COLUMN-POS + 1:14).

       PLACE-RATE-COLUMN.
           COMPUTE WS-DISPLAY-BAND-RATE = WS-AVERAGE-RATE * 100
           COMPUTE WS-COLUMN-POS = 23 + (WS-BAND-SUB - 1) * 15
           MOVE WS-DISPLAY-BAND-RATE TO
               WS-SPOOL-LINE(WS-COLUMN-POS + 3:12).

       WRITE-GAP-EXTRACT.
      *    One line per row and band, then the gap lines:
      *      as-of,side,key,label,band,band-label,balance,rate
      *    side A asset, L liability, G gap (PERIODIC or
      *    CUMULATIVE, no rate)
           OPEN OUTPUT GAP-EXTRACT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening gap extract file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-USED
               PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > WS-BAND-COUNT
                   PERFORM WRITE-ROW-EXTRACT-LINE
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-COUNT
               MOVE WS-PERIODIC-GAP(WS-BAND-SUB) TO
                   WS-EXTRACT-BALANCE
               MOVE SPACES TO GAP-EXTRACT-RECORD
               STRING WS-BUSINESS-DATE ",G,PERIODIC,Periodic gap,"
                      WS-BAND-SUB "," WS-BAND-LABEL(WS-BAND-SUB)
                      "," WS-EXTRACT-BALANCE ","
                   DELIMITED BY SIZE INTO GAP-EXTRACT-RECORD
               WRITE GAP-EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-LINES
               MOVE WS-CUMULATIVE-GAP(WS-BAND-SUB) TO
                   WS-EXTRACT-BALANCE
               MOVE SPACES TO GAP-EXTRACT-RECORD
               STRING WS-BUSINESS-DATE
                      ",G,CUMULATIVE,Cumulative gap,"
                      WS-BAND-SUB "," WS-BAND-LABEL(WS-BAND-SUB)
                      "," WS-EXTRACT-BALANCE ","
                   DELIMITED BY SIZE INTO GAP-EXTRACT-RECORD
               WRITE GAP-EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-LINES
           END-PERFORM
           CLOSE GAP-EXTRACT-FILE.

       WRITE-ROW-EXTRACT-LINE.
           MOVE ZERO TO WS-AVERAGE-RATE
           IF WS-ROW-BALANCE(WS-ROW-SUB, WS-BAND-SUB) > ZERO
               COMPUTE WS-AVERAGE-RATE ROUNDED =
                   WS-ROW-RATE-SUM(WS-ROW-SUB, WS-BAND-SUB) /
                   WS-ROW-BALANCE(WS-ROW-SUB, WS-BAND-SUB)
           END-IF
           MOVE WS-ROW-BALANCE(WS-ROW-SUB, WS-BAND-SUB) TO
               WS-EXTRACT-BALANCE
           MOVE WS-AVERAGE-RATE TO WS-EXTRACT-RATE
           MOVE SPACES TO GAP-EXTRACT-RECORD
           STRING WS-BUSINESS-DATE "," WS-ROW-SIDE(WS-ROW-SUB)
                  "," WS-ROW-KEY(WS-ROW-SUB) DELIMITED BY SPACE
                  "," WS-ROW-LABEL(WS-ROW-SUB) DELIMITED BY "  "
                  "," WS-BAND-SUB "," WS-BAND-LABEL(WS-BAND-SUB)
                  "," WS-EXTRACT-BALANCE "," WS-EXTRACT-RATE
                   DELIMITED BY SIZE
               INTO GAP-EXTRACT-RECORD
           WRITE GAP-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-LINES.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "Loans placed:                 " WS-LOANS-PLACED
           DISPLAY "CDs placed:                   " WS-CDS-PLACED
           DISPLAY "Non-maturity deposits placed: " WS-NMD-PLACED
           DISPLAY "Extract lines written:        " WS-EXTRACT-LINES
           DISPLAY "Extract written to data/IRRGAP.DAT"
           DISPLAY "Report captured to the spool as IRRGAP"
           DISPLAY " ".

       PRINT-REPORT-LINE.
      *    Every report line goes to the console and the spool
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

       LOAD-OPERATIONAL-PARAMETERS.
      *    Pick up the non-maturity deposit placements in force.
      *    No file means every such balance sits in the shortest
      *    band.
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
      *    GAP-NMD-BAND-<type or product> = band 1-5
           IF PRM-NAME(1:13) NOT = "GAP-NMD-BAND-"
      *        An unrecognized name is simply left for whichever
      *        program does know it
               EXIT PARAGRAPH
           END-IF
           IF PRM-VALUE < 1 OR PRM-VALUE > WS-BAND-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE PRM-NAME(14:4) TO WS-NMD-PLACE-KEY-WORK
           MOVE PRM-VALUE TO WS-NMD-PLACE-BAND-WORK
      *    A later parameter for the same key replaces the earlier
           PERFORM VARYING WS-NMD-PLACE-SUB FROM 1 BY 1
                   UNTIL WS-NMD-PLACE-SUB > WS-NMD-PLACE-USED
               IF WS-NMD-PLACE-KEY(WS-NMD-PLACE-SUB) =
                       WS-NMD-PLACE-KEY-WORK
                   MOVE WS-NMD-PLACE-BAND-WORK TO
                       WS-NMD-PLACE-BAND(WS-NMD-PLACE-SUB)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-NMD-PLACE-USED < WS-NMD-PLACE-MAX
               ADD 1 TO WS-NMD-PLACE-USED
               MOVE WS-NMD-PLACE-KEY-WORK TO
                   WS-NMD-PLACE-KEY(WS-NMD-PLACE-USED)
               MOVE WS-NMD-PLACE-BAND-WORK TO
                   WS-NMD-PLACE-BAND(WS-NMD-PLACE-USED)
           END-IF.

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

       END PROGRAM IRRGAP.
