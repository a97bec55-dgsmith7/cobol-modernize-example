       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNMIS.
      *********************************************************
      * BRNMIS - Monthly Branch Performance Scorecard
      * The branch managers' scorecard was kept in a
      * spreadsheet. This report builds it from the branch
      * stamps already on file - ACC-BRANCH, TLR-BRANCH and
      * TXN-BRANCH (blank is head office) - for the report
      * month, the month before, and the same month a year
      * earlier, and shows the change month over month and
      * year over year:
      *   accounts opened  - ACC-OPEN-DATE in the month
      *   accounts closed  - CLOSE and ESCHEAT3 entries on the
      *                      AUDIT.DAT trail, under the branch
      *                      on the before-image
      *   net new deposits - by account type, the month-end
      *                      balances on BALHIST.DAT (the last
      *                      snapshot date of the month) less
      *                      the month-end before; a month the
      *                      history does not reach shows n/a
      *   loans originated - funded (or booked) in the month,
      *                      count and original principal
      *   loans paid off   - paid-off loans whose final payment
      *                      posted in the month, count and
      *                      that payment
      *                      (a loan files under the branch of
      *                      its payment account)
      *   transactions     - by channel, each transfer once:
      *                      wire (O entries, WIRE IN credits),
      *                      ACH, card (CARD PURCHASE), teller
      *                      (any entry keyed under a teller
      *                      ID), check (presented checks) and
      *                      batch (everything the nightly
      *                      jobs post); failed entries are not
      *                      counted. The month's count per
      *                      teller is listed under the branch.
      *   fee income       - F and J entries posted
      * Archived history on TXNARCH.DAT is read along with the
      * live file so the year-ago month still counts. Branches
      * are then ranked against each other on net new
      * deposits, accounts opened, loan amount originated, fee
      * income and transaction volume, and by the sum of those
      * ranks. Balances are taken at their USD value.
      *
      * The scorecard is also written comma-delimited to
      * data/BRNMIS.DAT for the board packet, one line per
      * branch and measure.
      *
      * Usage: BRNMIS [YYYYMM]
      *   The month defaults to the calendar month that ended
      *   most recently.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Loan master file - indexed by loan number
           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Branch master - names for the report
           SELECT BRANCH-FILE ASSIGN TO "data/BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Teller master - names for the teller lines
           SELECT TELLER-FILE ASSIGN TO "data/TELLER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TLR-TELLER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "data/TRANSACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Archived history written by the TXNARCH year-end job -
      *    read with the live file so the year-ago month counts
           SELECT ARCHIVE-FILE ASSIGN TO "data/TXNARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Account-keyed transaction index - a loan's payments
      *    are indexed under the loan number
           SELECT TRANSACTION-INDEX-FILE ASSIGN TO
                   "data/TXNINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Daily balance snapshots written by BALSNAP
           SELECT BALANCE-HISTORY-FILE ASSIGN TO
                   "data/BALHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Account change audit trail - closures
           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Daily exchange rate file loaded by RATELOAD
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "data/RATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CURRENCY-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Delimited scorecard extract for the board packet
           SELECT MIS-EXTRACT-FILE ASSIGN TO "data/BRNMIS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  BRANCH-FILE.
           COPY "copybooks/BRANCH-RECORD.cpy".

       FD  TELLER-FILE.
           COPY "copybooks/TELLER-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  ARCHIVE-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy" REPLACING
               ==TRANSACTION-RECORD== BY ==ARCHIVE-TXN-RECORD==
               LEADING ==TXN== BY ==ARC==.

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       FD  BALANCE-HISTORY-FILE.
           COPY "copybooks/BALANCE-HISTORY-RECORD.cpy".

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  EXCHANGE-RATE-FILE.
           COPY "copybooks/EXCHANGE-RATE-RECORD.cpy".

       FD  MIS-EXTRACT-FILE.
       01  MIS-EXTRACT-RECORD          PIC X(160).

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Closed account's before-image, laid out with the
      *    account master record structure
           COPY "copybooks/ACCOUNT-RECORD.cpy" REPLACING
               ==ACCOUNT-RECORD== BY ==WS-BEFORE-IMAGE-DECODE==
               LEADING ==ACC== BY ==BEF==.

      *    Scorecard working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-INDEX-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-INDEX-EOF            VALUE 'Y'.
           88  WS-INDEX-NOT-EOF        VALUE 'N'.
       01  WS-RATE-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  RATE-FOUND-ON-FILE      VALUE 'Y'.
           88  RATE-NOT-ON-FILE        VALUE 'N'.
       01  WS-LOAN-OPEN-FLAG           PIC X(1) VALUE 'N'.
           88  LOAN-FILE-OPEN          VALUE 'Y'.
           88  LOAN-FILE-CLOSED        VALUE 'N'.
       01  WS-INDEX-OPEN-FLAG          PIC X(1) VALUE 'N'.
           88  INDEX-FILE-OPEN         VALUE 'Y'.
           88  INDEX-FILE-CLOSED       VALUE 'N'.
       01  WS-BRANCH-OPEN-FLAG         PIC X(1) VALUE 'N'.
           88  BRANCH-FILE-OPEN        VALUE 'Y'.
           88  BRANCH-FILE-CLOSED      VALUE 'N'.
       01  WS-TELLER-OPEN-FLAG         PIC X(1) VALUE 'N'.
           88  TELLER-FILE-OPEN        VALUE 'Y'.
           88  TELLER-FILE-CLOSED      VALUE 'N'.
       01  WS-RATES-OPEN-FLAG          PIC X(1) VALUE 'N'.
           88  RATES-FILE-OPEN         VALUE 'Y'.
           88  RATES-FILE-CLOSED       VALUE 'N'.
       01  WS-COMMAND-LINE             PIC X(20).

      *    The three months compared - 1 the report month, 2 the
      *    month before, 3 the same month a year earlier
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-MONTH         PIC 9(6) OCCURS 3 TIMES.
       01  WS-PERIOD-SUB               PIC 9(1).
       01  WS-PERIOD-COUNT             PIC 9(1) VALUE 3.
       01  WS-PERIOD-LABEL-VALUES.
           05  FILLER                  PIC X(14) VALUE
                                       "    This month".
           05  FILLER                  PIC X(14) VALUE
                                       "    Last month".
           05  FILLER                  PIC X(14) VALUE
                                       "     Last year".

      *    The month-ends the deposit balances are taken at -
      *    the report month and the two before it, the year-ago
      *    month and the one before that - with the last date in
      *    each month the history holds snapshots for (zero when
      *    it holds none)
       01  WS-BOUNDARY-TABLE.
           05  WS-BOUNDARY-ENTRY OCCURS 5 TIMES.
               10  WS-BOUNDARY-MONTH   PIC 9(6).
               10  WS-BOUNDARY-DATE    PIC 9(8).
       01  WS-BOUNDARY-SUB             PIC 9(1).
       01  WS-BOUNDARY-COUNT           PIC 9(1) VALUE 5.
      *    Which two month-ends each compared month's net new
      *    deposits run between - closing then opening
       01  WS-NET-NEW-BOUNDARY-VALUES.
           05  FILLER                  PIC 9(2) VALUE 12.
           05  FILLER                  PIC 9(2) VALUE 23.
           05  FILLER                  PIC 9(2) VALUE 45.
       01  WS-NET-NEW-BOUNDARY-TABLE
               REDEFINES WS-NET-NEW-BOUNDARY-VALUES.
           05  WS-NET-NEW-BOUNDARY OCCURS 3 TIMES.
               10  WS-CLOSING-BOUNDARY PIC 9(1).
               10  WS-OPENING-BOUNDARY PIC 9(1).
       01  WS-BALANCES-AVAILABLE-TABLE.
           05  WS-BALANCES-FLAG        PIC X(1) OCCURS 3 TIMES.
               88  BALANCES-AVAILABLE  VALUE 'Y'.
               88  BALANCES-MISSING    VALUE 'N'.

      *    Month arithmetic
       01  WS-MONTH-INDEX              PIC 9(6).
       01  WS-MONTHS-BACK              PIC 9(2).
       01  WS-WORK-MONTH               PIC 9(6).
       01  WS-BD-YEAR                  PIC 9(4).
       01  WS-BD-MONTH                 PIC 9(2).

      *    The measures, in report order: code for the extract,
      *    label, and C (a count) or A (an amount)
       01  WS-MEASURE-VALUES.
           05  FILLER PIC X(39) VALUE
               "OPENED     Accounts opened            C".
           05  FILLER PIC X(39) VALUE
               "CLOSED     Accounts closed            C".
           05  FILLER PIC X(39) VALUE
               "NNDEP-C    Net new deposits - checkingA".
           05  FILLER PIC X(39) VALUE
               "NNDEP-S    Net new deposits - savings A".
           05  FILLER PIC X(39) VALUE
               "NNDEP-D    Net new deposits - CDs     A".
           05  FILLER PIC X(39) VALUE
               "NNDEP-TOT  Net new deposits - total   A".
           05  FILLER PIC X(39) VALUE
               "LNORIG-CT  Loans originated           C".
           05  FILLER PIC X(39) VALUE
               "LNORIG-AMT Loan amount originated     A".
           05  FILLER PIC X(39) VALUE
               "LNPAYOF-CT Loans paid off             C".
           05  FILLER PIC X(39) VALUE
               "LNPAYOFAMT Loan amount paid off       A".
           05  FILLER PIC X(39) VALUE
               "TXN-TELLER Transactions - teller      C".
           05  FILLER PIC X(39) VALUE
               "TXN-ACH    Transactions - ACH         C".
           05  FILLER PIC X(39) VALUE
               "TXN-WIRE   Transactions - wire        C".
           05  FILLER PIC X(39) VALUE
               "TXN-CARD   Transactions - card        C".
           05  FILLER PIC X(39) VALUE
               "TXN-CHECK  Transactions - check       C".
           05  FILLER PIC X(39) VALUE
               "TXN-BATCH  Transactions - batch       C".
           05  FILLER PIC X(39) VALUE
               "TXN-TOTAL  Transactions - total       C".
           05  FILLER PIC X(39) VALUE
               "FEE-INCOME Fee income collected       A".
       01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-VALUES.
           05  WS-MEASURE-ENTRY OCCURS 18 TIMES.
               10  WS-MEASURE-CODE     PIC X(11).
               10  WS-MEASURE-LABEL    PIC X(27).
               10  WS-MEASURE-KIND     PIC X(1).
                   88  MEASURE-IS-COUNT VALUE "C".
       01  WS-MEASURE-SUB              PIC 9(2).
       01  WS-MEASURE-COUNT            PIC 9(2) VALUE 18.
       01  WS-OPENED-MEASURE           PIC 9(2) VALUE 1.
       01  WS-CLOSED-MEASURE           PIC 9(2) VALUE 2.
       01  WS-FIRST-DEPOSIT-MEASURE    PIC 9(2) VALUE 3.
       01  WS-DEPOSIT-TOTAL-MEASURE    PIC 9(2) VALUE 6.
       01  WS-ORIG-COUNT-MEASURE       PIC 9(2) VALUE 7.
       01  WS-ORIG-AMOUNT-MEASURE      PIC 9(2) VALUE 8.
       01  WS-PAYOFF-COUNT-MEASURE     PIC 9(2) VALUE 9.
       01  WS-PAYOFF-AMOUNT-MEASURE    PIC 9(2) VALUE 10.
       01  WS-TELLER-MEASURE           PIC 9(2) VALUE 11.
       01  WS-ACH-MEASURE              PIC 9(2) VALUE 12.
       01  WS-WIRE-MEASURE             PIC 9(2) VALUE 13.
       01  WS-CARD-MEASURE             PIC 9(2) VALUE 14.
       01  WS-CHECK-MEASURE            PIC 9(2) VALUE 15.
       01  WS-BATCH-MEASURE            PIC 9(2) VALUE 16.
       01  WS-TXN-TOTAL-MEASURE        PIC 9(2) VALUE 17.
       01  WS-FEE-MEASURE              PIC 9(2) VALUE 18.

      *    The measures the branches are ranked on
       01  WS-RANKED-MEASURE-VALUES.
           05  FILLER                  PIC 9(2) VALUE 06.
           05  FILLER                  PIC 9(2) VALUE 01.
           05  FILLER                  PIC 9(2) VALUE 08.
           05  FILLER                  PIC 9(2) VALUE 18.
           05  FILLER                  PIC 9(2) VALUE 17.
       01  WS-RANKED-MEASURE-TABLE
               REDEFINES WS-RANKED-MEASURE-VALUES.
           05  WS-RANKED-MEASURE       PIC 9(2) OCCURS 5 TIMES.
       01  WS-RANK-SUB                 PIC 9(1).
       01  WS-RANK-COUNT               PIC 9(1) VALUE 5.

      *    Per-branch scorecard - blank is head office. Each
      *    branch carries every measure for the three months,
      *    the month-end deposit balances by account type
      *    (C, S, D) behind the net new figures, and its ranks.
       01  WS-BRN-TABLE.
           05  WS-BRN-ENTRY OCCURS 30 TIMES.
               10  WS-BRN-CODE         PIC X(3).
               10  WS-BRN-PERIOD OCCURS 3 TIMES.
                   15  WS-BRN-MEASURE  PIC S9(13)V99 COMP-3
                                       OCCURS 18 TIMES.
               10  WS-BRN-BOUNDARY OCCURS 5 TIMES.
                   15  WS-BRN-BALANCE  PIC S9(13)V99 COMP-3
                                       OCCURS 3 TIMES.
               10  WS-BRN-RANK         PIC 9(2) OCCURS 5 TIMES.
               10  WS-BRN-RANK-SCORE   PIC 9(3).
               10  WS-BRN-OVERALL-RANK PIC 9(2).
       01  WS-BRN-SUB                  PIC 9(2).
       01  WS-BRN-OTHER                PIC 9(2).
       01  WS-BRN-USED                 PIC 9(2) VALUE ZERO.
       01  WS-BRN-MAX                  PIC 9(2) VALUE 30.
       01  WS-BRN-FOUND-FLAG           PIC X(1).
           88  BRANCH-SLOT-FOUND       VALUE 'Y'.
           88  BRANCH-SLOT-NOT-FOUND   VALUE 'N'.
       01  WS-TYPE-SUB                 PIC 9(1).

      *    Bank-wide totals, the same measures
       01  WS-BANK-TABLE.
           05  WS-BANK-PERIOD OCCURS 3 TIMES.
               10  WS-BANK-MEASURE     PIC S9(13)V99 COMP-3
                                       OCCURS 18 TIMES.

      *    The month's count per teller, under the branch the
      *    entries were stamped with
       01  WS-TLR-TABLE.
           05  WS-TLR-ENTRY OCCURS 100 TIMES.
               10  WS-TLR-ID           PIC X(5).
               10  WS-TLR-BRANCH       PIC X(3).
               10  WS-TLR-COUNT        PIC 9(7).
       01  WS-TLR-SUB                  PIC 9(3).
       01  WS-TLR-USED                 PIC 9(3) VALUE ZERO.
       01  WS-TLR-MAX                  PIC 9(3) VALUE 100.
       01  WS-TLR-FOUND-FLAG           PIC X(1).
           88  TELLER-SLOT-FOUND       VALUE 'Y'.
           88  TELLER-SLOT-NOT-FOUND   VALUE 'N'.

      *    The entry being filed
       01  WS-ROLLUP-BRANCH            PIC X(3).
       01  WS-MEASURE-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-USD-BALANCE              PIC S9(13)V99 COMP-3.
       01  WS-ORIGINATION-DATE         PIC 9(8).
       01  WS-PAYOFF-DATE              PIC 9(8).
       01  WS-PAYOFF-AMOUNT            PIC S9(13)V99 COMP-3.
       01  WS-CLOSE-DATE               PIC 9(8).

      *    Report edit fields
       01  WS-CHANGE-AMOUNT            PIC S9(13)V99 COMP-3.
       01  WS-REPORT-COLUMN            PIC 9(3).
       01  WS-REPORT-VALUE             PIC S9(13)V99 COMP-3.
       01  WS-REPORT-VALUE-FLAG        PIC X(1).
           88  REPORT-VALUE-KNOWN      VALUE 'Y'.
           88  REPORT-VALUE-NA         VALUE 'N'.
       01  WS-EDIT-AMOUNT              PIC -ZZZZZZZZ9.99.
       01  WS-EDIT-COUNT               PIC -ZZZZZZZZZZZ9.
       01  WS-EDIT-RANK                PIC Z9.
       01  WS-EDIT-SCORE               PIC ZZ9.
       01  WS-EDIT-TELLER-COUNT        PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-MONTH               PIC 9999/99.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.
       01  WS-BRANCH-LABEL             PIC X(11).
       01  WS-BRANCH-NAME-TEXT         PIC X(30).
       01  WS-TELLER-NAME-TEXT         PIC X(30).
       01  WS-ROW-FLAG                 PIC X(1).
           88  WRITING-BANK-TOTALS     VALUE 'B'.
           88  WRITING-BRANCH          VALUE 'R'.

      *    Extract edit fields
       01  WS-EXTRACT-BRANCH           PIC X(3).
       01  WS-EXTRACT-FIELDS.
           05  WS-EXTRACT-VALUE        PIC X(17) OCCURS 5 TIMES.
       01  WS-EXTRACT-AMOUNT           PIC -9(13).99.
       01  WS-EXTRACT-LINES            PIC 9(7) VALUE ZERO.

      *    Run counters
       01  WS-ACCOUNTS-READ            PIC 9(7) VALUE ZERO.
       01  WS-SNAPSHOTS-USED           PIC 9(9) VALUE ZERO.
       01  WS-TRANSACTIONS-COUNTED     PIC 9(9) VALUE ZERO.

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the report can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the run.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "BRNMIS   ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM OPEN-MIS-FILES
           PERFORM TALLY-ACCOUNTS-OPENED
           PERFORM FIND-MONTH-END-SNAPSHOTS
           PERFORM TALLY-MONTH-END-BALANCES
           PERFORM TALLY-LOANS
           PERFORM TALLY-ACCOUNT-CLOSURES
           PERFORM TALLY-TRANSACTIONS
           PERFORM COMPUTE-NET-NEW-DEPOSITS
           PERFORM RANK-BRANCHES
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-SCORECARD
           PERFORM WRITE-RANKING-TABLE
           PERFORM WRITE-MIS-EXTRACT
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-MIS-FILES
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
           PERFORM RESOLVE-REPORT-MONTHS
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
               PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                       UNTIL WS-MEASURE-SUB > WS-MEASURE-COUNT
                   MOVE ZERO TO
                       WS-BANK-MEASURE(WS-PERIOD-SUB, WS-MEASURE-SUB)
               END-PERFORM
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

       RESOLVE-REPORT-MONTHS.
      *    An explicit YYYYMM argument wins; otherwise the month
      *    that ended most recently relative to the business
      *    date. The compared months and month-ends count back
      *    from it.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES AND
              WS-COMMAND-LINE(1:6) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-PERIOD-MONTH(1)
           ELSE
               DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-PERIOD-MONTH(1)
               MOVE 1 TO WS-MONTHS-BACK
               MOVE WS-PERIOD-MONTH(1) TO WS-WORK-MONTH
               PERFORM COUNT-MONTHS-BACK
               MOVE WS-WORK-MONTH TO WS-PERIOD-MONTH(1)
           END-IF
           MOVE WS-PERIOD-MONTH(1) TO WS-EDIT-MONTH
           MOVE WS-PERIOD-MONTH(1) TO WS-BOUNDARY-MONTH(1)
           MOVE 1 TO WS-MONTHS-BACK
           PERFORM SET-MONTH-BACK
           MOVE WS-WORK-MONTH TO WS-PERIOD-MONTH(2)
           MOVE WS-WORK-MONTH TO WS-BOUNDARY-MONTH(2)
           MOVE 2 TO WS-MONTHS-BACK
           PERFORM SET-MONTH-BACK
           MOVE WS-WORK-MONTH TO WS-BOUNDARY-MONTH(3)
           MOVE 12 TO WS-MONTHS-BACK
           PERFORM SET-MONTH-BACK
           MOVE WS-WORK-MONTH TO WS-PERIOD-MONTH(3)
           MOVE WS-WORK-MONTH TO WS-BOUNDARY-MONTH(4)
           MOVE 13 TO WS-MONTHS-BACK
           PERFORM SET-MONTH-BACK
           MOVE WS-WORK-MONTH TO WS-BOUNDARY-MONTH(5)
           PERFORM VARYING WS-BOUNDARY-SUB FROM 1 BY 1
                   UNTIL WS-BOUNDARY-SUB > WS-BOUNDARY-COUNT
               MOVE ZERO TO WS-BOUNDARY-DATE(WS-BOUNDARY-SUB)
           END-PERFORM.

       SET-MONTH-BACK.
           MOVE WS-PERIOD-MONTH(1) TO WS-WORK-MONTH
           PERFORM COUNT-MONTHS-BACK.

       COUNT-MONTHS-BACK.
      *    WS-WORK-MONTH moved back WS-MONTHS-BACK months, by
      *    way of a running month count
           DIVIDE WS-WORK-MONTH BY 100 GIVING WS-BD-YEAR
               REMAINDER WS-BD-MONTH
           COMPUTE WS-MONTH-INDEX =
               WS-BD-YEAR * 12 + WS-BD-MONTH - 1 - WS-MONTHS-BACK
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-BD-YEAR
               REMAINDER WS-BD-MONTH
           COMPUTE WS-WORK-MONTH =
               WS-BD-YEAR * 100 + WS-BD-MONTH + 1.

       OPEN-MIS-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
      *    Anything else missing just leaves its measures at
      *    zero - no loans, no index, no names
           OPEN INPUT LOAN-FILE
           IF WS-FILE-STATUS = "00"
               SET LOAN-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT TRANSACTION-INDEX-FILE
           IF WS-FILE-STATUS = "00"
               SET INDEX-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT BRANCH-FILE
           IF WS-FILE-STATUS = "00"
               SET BRANCH-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT TELLER-FILE
           IF WS-FILE-STATUS = "00"
               SET TELLER-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-FILE-STATUS = "00"
               SET RATES-FILE-OPEN TO TRUE
           END-IF.

       CLOSE-MIS-FILES.
           IF RATES-FILE-OPEN
               CLOSE EXCHANGE-RATE-FILE
           END-IF
           IF TELLER-FILE-OPEN
               CLOSE TELLER-FILE
           END-IF
           IF BRANCH-FILE-OPEN
               CLOSE BRANCH-FILE
           END-IF
           IF INDEX-FILE-OPEN
               CLOSE TRANSACTION-INDEX-FILE
           END-IF
           IF LOAN-FILE-OPEN
               CLOSE LOAN-FILE
           END-IF
           CLOSE ACCOUNT-FILE.

      * Gathering the measures
       TALLY-ACCOUNTS-OPENED.
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ ACCOUNT-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       DIVIDE ACC-OPEN-DATE BY 100
                           GIVING WS-WORK-MONTH
                       PERFORM FIND-PERIOD
                       IF WS-PERIOD-SUB > ZERO
                           MOVE ACC-BRANCH TO WS-ROLLUP-BRANCH
                           MOVE WS-OPENED-MEASURE TO WS-MEASURE-SUB
                           MOVE 1 TO WS-MEASURE-AMOUNT
                           PERFORM ADD-TO-MEASURE
                       END-IF
               END-READ
           END-PERFORM.

       FIND-PERIOD.
      *    Which compared month WS-WORK-MONTH is - zero for none
           MOVE ZERO TO WS-PERIOD-SUB
           EVALUATE WS-WORK-MONTH
               WHEN WS-PERIOD-MONTH(1)
                   MOVE 1 TO WS-PERIOD-SUB
               WHEN WS-PERIOD-MONTH(2)
                   MOVE 2 TO WS-PERIOD-SUB
               WHEN WS-PERIOD-MONTH(3)
                   MOVE 3 TO WS-PERIOD-SUB
           END-EVALUATE.

       FIND-MONTH-END-SNAPSHOTS.
      *    First pass of the balance history - the last date in
      *    each month-end month that has snapshots
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ BALANCE-HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       DIVIDE BHS-DATE BY 100 GIVING WS-WORK-MONTH
                       PERFORM VARYING WS-BOUNDARY-SUB FROM 1 BY 1
                               UNTIL WS-BOUNDARY-SUB >
                                     WS-BOUNDARY-COUNT
                           IF WS-WORK-MONTH =
                                  WS-BOUNDARY-MONTH(WS-BOUNDARY-SUB)
                              AND BHS-DATE >
                                  WS-BOUNDARY-DATE(WS-BOUNDARY-SUB)
                               MOVE BHS-DATE TO
                                   WS-BOUNDARY-DATE(WS-BOUNDARY-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY-FILE.

       TALLY-MONTH-END-BALANCES.
      *    Second pass - every snapshot taken on one of those
      *    month-end dates, filed under its account's branch and
      *    type at its USD value
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ BALANCE-HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-BOUNDARY-SUB FROM 1 BY 1
                               UNTIL WS-BOUNDARY-SUB >
                                     WS-BOUNDARY-COUNT
                           IF BHS-DATE =
                                  WS-BOUNDARY-DATE(WS-BOUNDARY-SUB)
                               PERFORM ADD-ONE-SNAPSHOT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY-FILE.

       ADD-ONE-SNAPSHOT.
           MOVE BHS-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN ACC-TYPE-SAVINGS
                   MOVE 2 TO WS-TYPE-SUB
               WHEN ACC-TYPE-CD
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 1 TO WS-TYPE-SUB
           END-EVALUATE
           IF ACC-CURRENCY-CODE = "USD" OR ACC-CURRENCY-CODE = SPACES
               MOVE BHS-LEDGER-BALANCE TO WS-USD-BALANCE
           ELSE
               MOVE ACC-CURRENCY-CODE TO WS-CURRENCY-LOOKUP-CODE
               PERFORM LOOKUP-EXCHANGE-RATE
               COMPUTE WS-USD-BALANCE ROUNDED =
                   BHS-LEDGER-BALANCE * WS-CURRENCY-LOOKUP-RATE
           END-IF
           MOVE ACC-BRANCH TO WS-ROLLUP-BRANCH
           PERFORM FIND-BRANCH-SLOT
           ADD WS-USD-BALANCE TO
               WS-BRN-BALANCE(WS-BRN-SUB, WS-BOUNDARY-SUB,
                              WS-TYPE-SUB)
           ADD 1 TO WS-SNAPSHOTS-USED.

       TALLY-LOANS.
      *    Originations by funding (or booking) date; payoffs by
      *    the date of the payment that cleared the loan
           IF LOAN-FILE-CLOSED
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ LOAN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-ONE-LOAN
               END-READ
           END-PERFORM.

       TALLY-ONE-LOAN.
           PERFORM FIND-LOAN-BRANCH
           IF LN-FUNDED-DATE > ZERO
               MOVE LN-FUNDED-DATE TO WS-ORIGINATION-DATE
           ELSE
               MOVE LN-ORIGINATION-DATE TO WS-ORIGINATION-DATE
           END-IF
           DIVIDE WS-ORIGINATION-DATE BY 100 GIVING WS-WORK-MONTH
           PERFORM FIND-PERIOD
           IF WS-PERIOD-SUB > ZERO
               MOVE WS-ORIG-COUNT-MEASURE TO WS-MEASURE-SUB
               MOVE 1 TO WS-MEASURE-AMOUNT
               PERFORM ADD-TO-MEASURE
               MOVE WS-ORIG-AMOUNT-MEASURE TO WS-MEASURE-SUB
               MOVE LN-ORIGINAL-PRINCIPAL TO WS-MEASURE-AMOUNT
               PERFORM ADD-TO-MEASURE
           END-IF
           IF NOT LN-PAID-OFF OR INDEX-FILE-CLOSED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PAYOFF-PAYMENT
           DIVIDE WS-PAYOFF-DATE BY 100 GIVING WS-WORK-MONTH
           PERFORM FIND-PERIOD
           IF WS-PERIOD-SUB > ZERO
               MOVE WS-PAYOFF-COUNT-MEASURE TO WS-MEASURE-SUB
               MOVE 1 TO WS-MEASURE-AMOUNT
               PERFORM ADD-TO-MEASURE
               MOVE WS-PAYOFF-AMOUNT-MEASURE TO WS-MEASURE-SUB
               MOVE WS-PAYOFF-AMOUNT TO WS-MEASURE-AMOUNT
               PERFORM ADD-TO-MEASURE
           END-IF.

       FIND-LOAN-BRANCH.
      *    A loan files under its payment account's branch -
      *    head office when it has none
           MOVE SPACES TO WS-ROLLUP-BRANCH
           IF LN-PAYMENT-ACCOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LN-PAYMENT-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACC-BRANCH TO WS-ROLLUP-BRANCH
           END-READ.

       FIND-PAYOFF-PAYMENT.
      *    The latest posted payment on the loan is the one that
      *    paid it off; a late fee collected with it is written
      *    straight after it and counts toward the payoff
           MOVE ZERO TO WS-PAYOFF-DATE
           MOVE ZERO TO WS-PAYOFF-AMOUNT
           SET WS-INDEX-NOT-EOF TO TRUE
           MOVE LN-LOAN-NUMBER TO TXI-ACCOUNT
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
                       IF TXI-ACCOUNT NOT = LN-LOAN-NUMBER
                           SET WS-INDEX-EOF TO TRUE
                       ELSE
                           IF TXI-STATUS = "P" AND
                              TXI-TYPE = "W" AND
                              TXI-DESCRIPTION(1:13) =
                                  "LOAN PAYMENT " AND
                              TXI-TXN-DATE NOT < WS-PAYOFF-DATE
                               MOVE TXI-TXN-DATE TO WS-PAYOFF-DATE
                               MOVE TXI-AMOUNT TO WS-PAYOFF-AMOUNT
                           END-IF
                           IF TXI-STATUS = "P" AND
                              TXI-TYPE = "W" AND
                              TXI-DESCRIPTION(1:14) =
                                  "LOAN LATE FEE " AND
                              TXI-TXN-DATE = WS-PAYOFF-DATE
                               ADD TXI-AMOUNT TO WS-PAYOFF-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ACCOUNT-CLOSURES.
      *    Every close writes a before-image with the operation
      *    that did it - the teller, estate and charge-off CLOSE
      *    and the escheat removal. The branch is the one the
      *    account carried when it closed. An entry from before
      *    the audit trail kept the business date falls back to
      *    the wall-clock date.
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AUD-OPERATION = "CLOSE" OR
                          AUD-OPERATION = "ESCHEAT3"
                           PERFORM TALLY-ONE-CLOSURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       TALLY-ONE-CLOSURE.
           IF AUD-BUSINESS-DATE IS NUMERIC AND
              AUD-BUSINESS-DATE > ZERO
               MOVE AUD-BUSINESS-DATE TO WS-CLOSE-DATE
           ELSE
               MOVE AUD-DATE TO WS-CLOSE-DATE
           END-IF
           DIVIDE WS-CLOSE-DATE BY 100 GIVING WS-WORK-MONTH
           PERFORM FIND-PERIOD
           IF WS-PERIOD-SUB = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-IMAGE-DECODE
           MOVE BEF-BRANCH TO WS-ROLLUP-BRANCH
           MOVE WS-CLOSED-MEASURE TO WS-MEASURE-SUB
           MOVE 1 TO WS-MEASURE-AMOUNT
           PERFORM ADD-TO-MEASURE.

       TALLY-TRANSACTIONS.
      *    Archived history first, then the live file - the
      *    records move into the live record area so
      *    TALLY-ONE-TRANSACTION works unchanged
           OPEN INPUT ARCHIVE-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ARCHIVE-TXN-RECORD TO
                               TRANSACTION-RECORD
                           PERFORM TALLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
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
                       PERFORM TALLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       TALLY-ONE-TRANSACTION.
      *    A failed entry never happened; a transfer is counted
      *    once, on its out leg
           IF TXN-STATUS = "F" OR TXN-DESCRIPTION = "TRANSFER IN"
               EXIT PARAGRAPH
           END-IF
           DIVIDE TXN-DATE BY 100 GIVING WS-WORK-MONTH
           PERFORM FIND-PERIOD
           IF WS-PERIOD-SUB = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRANSACTIONS-COUNTED
           MOVE TXN-BRANCH TO WS-ROLLUP-BRANCH
           MOVE 1 TO WS-MEASURE-AMOUNT
           EVALUATE TRUE
               WHEN TXN-TYPE = "O" OR
                    TXN-DESCRIPTION(1:8) = "WIRE IN "
                   MOVE WS-WIRE-MEASURE TO WS-MEASURE-SUB
               WHEN TXN-DESCRIPTION(1:4) = "ACH "
                   MOVE WS-ACH-MEASURE TO WS-MEASURE-SUB
               WHEN TXN-DESCRIPTION(1:13) = "CARD PURCHASE"
                   MOVE WS-CARD-MEASURE TO WS-MEASURE-SUB
               WHEN TXN-TELLER-ID NOT = SPACES
                   MOVE WS-TELLER-MEASURE TO WS-MEASURE-SUB
               WHEN TXN-CHECK-NUMBER > ZERO
                   MOVE WS-CHECK-MEASURE TO WS-MEASURE-SUB
               WHEN OTHER
                   MOVE WS-BATCH-MEASURE TO WS-MEASURE-SUB
           END-EVALUATE
           PERFORM ADD-TO-MEASURE
           MOVE WS-TXN-TOTAL-MEASURE TO WS-MEASURE-SUB
           PERFORM ADD-TO-MEASURE
           IF (TXN-TYPE = "F" OR TXN-TYPE = "J") AND
              TXN-STATUS = "P"
               MOVE WS-FEE-MEASURE TO WS-MEASURE-SUB
               MOVE TXN-AMOUNT TO WS-MEASURE-AMOUNT
               PERFORM ADD-TO-MEASURE
           END-IF
           IF WS-PERIOD-SUB = 1 AND TXN-TELLER-ID NOT = SPACES
               PERFORM COUNT-TELLER-ENTRY
           END-IF.

       COUNT-TELLER-ENTRY.
           SET TELLER-SLOT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TLR-SUB FROM 1 BY 1
                   UNTIL WS-TLR-SUB > WS-TLR-USED
                       OR TELLER-SLOT-FOUND
               IF WS-TLR-ID(WS-TLR-SUB) = TXN-TELLER-ID AND
                  WS-TLR-BRANCH(WS-TLR-SUB) = TXN-BRANCH
                   SET TELLER-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF TELLER-SLOT-FOUND
               SUBTRACT 1 FROM WS-TLR-SUB
           ELSE
               IF WS-TLR-USED >= WS-TLR-MAX
      *            More tellers than the table holds - fold the
      *            overflow into the last slot rather than abend
                   MOVE WS-TLR-MAX TO WS-TLR-SUB
               ELSE
                   ADD 1 TO WS-TLR-USED
                   MOVE WS-TLR-USED TO WS-TLR-SUB
                   MOVE TXN-TELLER-ID TO WS-TLR-ID(WS-TLR-SUB)
                   MOVE TXN-BRANCH TO WS-TLR-BRANCH(WS-TLR-SUB)
                   MOVE ZERO TO WS-TLR-COUNT(WS-TLR-SUB)
               END-IF
           END-IF
           ADD 1 TO WS-TLR-COUNT(WS-TLR-SUB).

       ADD-TO-MEASURE.
      *    WS-MEASURE-AMOUNT onto measure WS-MEASURE-SUB for
      *    month WS-PERIOD-SUB, at branch WS-ROLLUP-BRANCH and
      *    bank-wide
           PERFORM FIND-BRANCH-SLOT
           ADD WS-MEASURE-AMOUNT TO
               WS-BRN-MEASURE(WS-BRN-SUB, WS-PERIOD-SUB,
                              WS-MEASURE-SUB)
           ADD WS-MEASURE-AMOUNT TO
               WS-BANK-MEASURE(WS-PERIOD-SUB, WS-MEASURE-SUB).

       FIND-BRANCH-SLOT.
      *    Locate (or open) the branch scorecard, leaving
      *    WS-BRN-SUB pointed at it
           SET BRANCH-SLOT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
                       OR BRANCH-SLOT-FOUND
               IF WS-BRN-CODE(WS-BRN-SUB) = WS-ROLLUP-BRANCH
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
           MOVE WS-ROLLUP-BRANCH TO WS-BRN-CODE(WS-BRN-SUB)
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
               PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                       UNTIL WS-MEASURE-SUB > WS-MEASURE-COUNT
                   MOVE ZERO TO WS-BRN-MEASURE(WS-BRN-SUB,
                       WS-PERIOD-SUB, WS-MEASURE-SUB)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-BOUNDARY-SUB FROM 1 BY 1
                   UNTIL WS-BOUNDARY-SUB > WS-BOUNDARY-COUNT
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > 3
                   MOVE ZERO TO WS-BRN-BALANCE(WS-BRN-SUB,
                       WS-BOUNDARY-SUB, WS-TYPE-SUB)
               END-PERFORM
           END-PERFORM.

       COMPUTE-NET-NEW-DEPOSITS.
      *    Closing month-end less opening month-end, by type and
      *    in total, wherever the history reaches both ends
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
               IF WS-BOUNDARY-DATE(WS-CLOSING-BOUNDARY(WS-PERIOD-SUB))
                      > ZERO AND
                  WS-BOUNDARY-DATE(WS-OPENING-BOUNDARY(WS-PERIOD-SUB))
                      > ZERO
                   SET BALANCES-AVAILABLE(WS-PERIOD-SUB) TO TRUE
                   PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                           UNTIL WS-BRN-SUB > WS-BRN-USED
                       PERFORM NET-NEW-FOR-BRANCH
                   END-PERFORM
               ELSE
                   SET BALANCES-MISSING(WS-PERIOD-SUB) TO TRUE
               END-IF
           END-PERFORM.

       NET-NEW-FOR-BRANCH.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 3
               COMPUTE WS-MEASURE-SUB =
                   WS-FIRST-DEPOSIT-MEASURE + WS-TYPE-SUB - 1
               COMPUTE WS-MEASURE-AMOUNT =
                   WS-BRN-BALANCE(WS-BRN-SUB,
                       WS-CLOSING-BOUNDARY(WS-PERIOD-SUB),
                       WS-TYPE-SUB) -
                   WS-BRN-BALANCE(WS-BRN-SUB,
                       WS-OPENING-BOUNDARY(WS-PERIOD-SUB),
                       WS-TYPE-SUB)
               MOVE WS-MEASURE-AMOUNT TO WS-BRN-MEASURE(WS-BRN-SUB,
                   WS-PERIOD-SUB, WS-MEASURE-SUB)
               ADD WS-MEASURE-AMOUNT TO
                   WS-BANK-MEASURE(WS-PERIOD-SUB, WS-MEASURE-SUB)
               ADD WS-MEASURE-AMOUNT TO WS-BRN-MEASURE(WS-BRN-SUB,
                   WS-PERIOD-SUB, WS-DEPOSIT-TOTAL-MEASURE)
               ADD WS-MEASURE-AMOUNT TO
                   WS-BANK-MEASURE(WS-PERIOD-SUB,
                                   WS-DEPOSIT-TOTAL-MEASURE)
           END-PERFORM.

       RANK-BRANCHES.
      *    A branch's rank on a measure is one more than the
      *    number of branches ahead of it this month (ties
      *    share a rank); the overall rank orders the sums of
      *    those ranks, lowest first
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
               MOVE ZERO TO WS-BRN-RANK-SCORE(WS-BRN-SUB)
               PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                       UNTIL WS-RANK-SUB > WS-RANK-COUNT
                   MOVE WS-RANKED-MEASURE(WS-RANK-SUB) TO
                       WS-MEASURE-SUB
                   MOVE 1 TO WS-BRN-RANK(WS-BRN-SUB, WS-RANK-SUB)
                   PERFORM VARYING WS-BRN-OTHER FROM 1 BY 1
                           UNTIL WS-BRN-OTHER > WS-BRN-USED
                       IF WS-BRN-MEASURE(WS-BRN-OTHER, 1,
                                         WS-MEASURE-SUB) >
                          WS-BRN-MEASURE(WS-BRN-SUB, 1,
                                         WS-MEASURE-SUB)
                           ADD 1 TO
                               WS-BRN-RANK(WS-BRN-SUB, WS-RANK-SUB)
                       END-IF
                   END-PERFORM
                   ADD WS-BRN-RANK(WS-BRN-SUB, WS-RANK-SUB) TO
                       WS-BRN-RANK-SCORE(WS-BRN-SUB)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
               MOVE 1 TO WS-BRN-OVERALL-RANK(WS-BRN-SUB)
               PERFORM VARYING WS-BRN-OTHER FROM 1 BY 1
                       UNTIL WS-BRN-OTHER > WS-BRN-USED
                   IF WS-BRN-RANK-SCORE(WS-BRN-OTHER) <
                      WS-BRN-RANK-SCORE(WS-BRN-SUB)
                       ADD 1 TO WS-BRN-OVERALL-RANK(WS-BRN-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Report
       WRITE-SCORECARD.
           STRING "BRANCH PERFORMANCE SCORECARD - " WS-EDIT-MONTH
                  " - BUSINESS DATE " WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
               SET WRITING-BRANCH TO TRUE
               PERFORM WRITE-BRANCH-BLOCK
           END-PERFORM
           SET WRITING-BANK-TOTALS TO TRUE
           PERFORM WRITE-BRANCH-BLOCK.

       WRITE-BRANCH-BLOCK.
           PERFORM PRINT-REPORT-LINE
           IF WRITING-BANK-TOTALS
               MOVE "BANK TOTAL" TO WS-SPOOL-LINE
           ELSE
               PERFORM FIND-BRANCH-NAME
               STRING "Branch " WS-BRANCH-LABEL "  "
                      WS-BRANCH-NAME-TEXT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           MOVE "  Measure" TO WS-SPOOL-LINE
           MOVE WS-PERIOD-LABEL-VALUES(1:14) TO WS-SPOOL-LINE(30:14)
           MOVE WS-PERIOD-LABEL-VALUES(15:14) TO WS-SPOOL-LINE(44:14)
           MOVE "   MoM change" TO WS-SPOOL-LINE(58:14)
           MOVE WS-PERIOD-LABEL-VALUES(29:14) TO WS-SPOOL-LINE(72:14)
           MOVE "   YoY change" TO WS-SPOOL-LINE(86:14)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > WS-MEASURE-COUNT
               PERFORM WRITE-MEASURE-LINE
           END-PERFORM
           IF WRITING-BRANCH
               PERFORM WRITE-TELLER-LINES
           END-IF.

       FIND-BRANCH-NAME.
           MOVE SPACES TO WS-BRANCH-NAME-TEXT
           IF WS-BRN-CODE(WS-BRN-SUB) = SPACES
               MOVE "HEAD OFFICE" TO WS-BRANCH-LABEL
           ELSE
               MOVE WS-BRN-CODE(WS-BRN-SUB) TO WS-BRANCH-LABEL
               IF BRANCH-FILE-OPEN
                   MOVE WS-BRN-CODE(WS-BRN-SUB) TO BRN-CODE
                   READ BRANCH-FILE
                       INVALID KEY
                           MOVE "(not on branch master)" TO
                               WS-BRANCH-NAME-TEXT
                       NOT INVALID KEY
                           MOVE BRN-NAME TO WS-BRANCH-NAME-TEXT
                   END-READ
               END-IF
           END-IF.

       WRITE-MEASURE-LINE.
      *    The three months and the two changes, five columns of
      *    fourteen from position 30
           MOVE WS-MEASURE-LABEL(WS-MEASURE-SUB) TO
               WS-SPOOL-LINE(3:27)
           MOVE 30 TO WS-REPORT-COLUMN
           MOVE 1 TO WS-PERIOD-SUB
           PERFORM FETCH-REPORT-VALUE
           PERFORM PLACE-REPORT-VALUE
           MOVE 44 TO WS-REPORT-COLUMN
           MOVE 2 TO WS-PERIOD-SUB
           PERFORM FETCH-REPORT-VALUE
           PERFORM PLACE-REPORT-VALUE
           MOVE 58 TO WS-REPORT-COLUMN
           PERFORM FETCH-CHANGE-VALUE
           PERFORM PLACE-REPORT-VALUE
           MOVE 72 TO WS-REPORT-COLUMN
           MOVE 3 TO WS-PERIOD-SUB
           PERFORM FETCH-REPORT-VALUE
           PERFORM PLACE-REPORT-VALUE
           MOVE 86 TO WS-REPORT-COLUMN
           PERFORM FETCH-CHANGE-VALUE
           PERFORM PLACE-REPORT-VALUE
           PERFORM PRINT-REPORT-LINE.

       FETCH-REPORT-VALUE.
      *    Measure WS-MEASURE-SUB for month WS-PERIOD-SUB, branch
      *    or bank - a net new deposit figure the history does
      *    not reach is n/a
           SET REPORT-VALUE-KNOWN TO TRUE
           IF WS-MEASURE-SUB >= WS-FIRST-DEPOSIT-MEASURE AND
              WS-MEASURE-SUB <= WS-DEPOSIT-TOTAL-MEASURE AND
              BALANCES-MISSING(WS-PERIOD-SUB)
               SET REPORT-VALUE-NA TO TRUE
               MOVE ZERO TO WS-REPORT-VALUE
               EXIT PARAGRAPH
           END-IF
           IF WRITING-BANK-TOTALS
               MOVE WS-BANK-MEASURE(WS-PERIOD-SUB, WS-MEASURE-SUB)
                   TO WS-REPORT-VALUE
           ELSE
               MOVE WS-BRN-MEASURE(WS-BRN-SUB, WS-PERIOD-SUB,
                                   WS-MEASURE-SUB)
                   TO WS-REPORT-VALUE
           END-IF.

       FETCH-CHANGE-VALUE.
      *    This month less the month just fetched
           IF REPORT-VALUE-NA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REPORT-VALUE TO WS-CHANGE-AMOUNT
           MOVE 1 TO WS-PERIOD-SUB
           PERFORM FETCH-REPORT-VALUE
           IF REPORT-VALUE-KNOWN
               COMPUTE WS-REPORT-VALUE =
                   WS-REPORT-VALUE - WS-CHANGE-AMOUNT
           END-IF.

       PLACE-REPORT-VALUE.
           IF REPORT-VALUE-NA
               MOVE "n/a" TO WS-SPOOL-LINE(WS-REPORT-COLUMN + 10:3)
               EXIT PARAGRAPH
           END-IF
           IF MEASURE-IS-COUNT(WS-MEASURE-SUB)
               MOVE WS-REPORT-VALUE TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO
                   WS-SPOOL-LINE(WS-REPORT-COLUMN:13)
           ELSE
               MOVE WS-REPORT-VALUE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO
                   WS-SPOOL-LINE(WS-REPORT-COLUMN:13)
           END-IF.

       WRITE-TELLER-LINES.
           MOVE "  Teller activity this month:" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-TLR-SUB FROM 1 BY 1
                   UNTIL WS-TLR-SUB > WS-TLR-USED
               IF WS-TLR-BRANCH(WS-TLR-SUB) = WS-BRN-CODE(WS-BRN-SUB)
                   PERFORM WRITE-ONE-TELLER-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-TELLER-LINE.
           MOVE SPACES TO WS-TELLER-NAME-TEXT
           IF TELLER-FILE-OPEN
               MOVE WS-TLR-ID(WS-TLR-SUB) TO TLR-TELLER-ID
               READ TELLER-FILE
                   INVALID KEY
                       MOVE "(not on teller master)" TO
                           WS-TELLER-NAME-TEXT
                   NOT INVALID KEY
                       MOVE TLR-NAME TO WS-TELLER-NAME-TEXT
               END-READ
           END-IF
           MOVE WS-TLR-COUNT(WS-TLR-SUB) TO WS-EDIT-TELLER-COUNT
           STRING "    " WS-TLR-ID(WS-TLR-SUB) "  "
                  WS-TELLER-NAME-TEXT "  " WS-EDIT-TELLER-COUNT
                  " transactions"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       WRITE-RANKING-TABLE.
           PERFORM PRINT-REPORT-LINE
           MOVE "BRANCH RANKING - " TO WS-SPOOL-LINE
           MOVE WS-EDIT-MONTH TO WS-SPOOL-LINE(18:7)
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:72)
           PERFORM PRINT-REPORT-LINE
           MOVE "  Rank Branch       Net new  Opened  Loans    Fees"
               TO WS-SPOOL-LINE
           MOVE "  Volume  Score" TO WS-SPOOL-LINE(51:15)
           PERFORM PRINT-REPORT-LINE
      *    In overall rank order - every rank from 1 up, each
      *    branch holding it (ties print together)
           PERFORM VARYING WS-BRN-OTHER FROM 1 BY 1
                   UNTIL WS-BRN-OTHER > WS-BRN-USED
               PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                       UNTIL WS-BRN-SUB > WS-BRN-USED
                   IF WS-BRN-OVERALL-RANK(WS-BRN-SUB) = WS-BRN-OTHER
                       PERFORM WRITE-ONE-RANK-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ONE-RANK-LINE.
           PERFORM FIND-BRANCH-NAME
           MOVE WS-BRN-OVERALL-RANK(WS-BRN-SUB) TO WS-EDIT-RANK
           MOVE WS-EDIT-RANK TO WS-SPOOL-LINE(5:2)
           MOVE WS-BRANCH-LABEL TO WS-SPOOL-LINE(8:11)
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-RANK-COUNT
               MOVE WS-BRN-RANK(WS-BRN-SUB, WS-RANK-SUB) TO
                   WS-EDIT-RANK
               COMPUTE WS-REPORT-COLUMN = 25 + (WS-RANK-SUB - 1) * 8
               MOVE WS-EDIT-RANK TO WS-SPOOL-LINE(WS-REPORT-COLUMN:2)
           END-PERFORM
           MOVE WS-BRN-RANK-SCORE(WS-BRN-SUB) TO WS-EDIT-SCORE
           MOVE WS-EDIT-SCORE TO WS-SPOOL-LINE(63:3)
           PERFORM PRINT-REPORT-LINE.

       WRITE-RUN-SUMMARY.
           PERFORM PRINT-REPORT-LINE
           STRING "Accounts read:           " WS-ACCOUNTS-READ
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Month-end snapshots:     " WS-SNAPSHOTS-USED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Transactions counted:    " WS-TRANSACTIONS-COUNTED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "Extract lines written:   " WS-EXTRACT-LINES
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           DISPLAY "Report captured to the spool as BRNMIS"
           DISPLAY "Extract written to data/BRNMIS.DAT"
           DISPLAY " ".

       PRINT-REPORT-LINE.
      *    Every report line goes to the console and the spool
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

      * Board packet extract
       WRITE-MIS-EXTRACT.
      *    One line per branch and measure, then the ranks:
      *      month,branch,branch-name,measure,label,this-month,
      *      last-month,mom-change,last-year,yoy-change
      *    a figure the history does not reach left empty; the
      *    bank-wide lines carry branch ALL. Rank lines carry
      *    measure RANK-<measure> (or RANK-OVERALL and
      *    RANK-SCORE) with the value in the this-month column.
           OPEN OUTPUT MIS-EXTRACT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening branch MIS extract, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
               SET WRITING-BRANCH TO TRUE
               PERFORM FIND-BRANCH-NAME
               MOVE WS-BRN-CODE(WS-BRN-SUB) TO WS-EXTRACT-BRANCH
               PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                       UNTIL WS-MEASURE-SUB > WS-MEASURE-COUNT
                   PERFORM WRITE-MEASURE-EXTRACT-LINE
               END-PERFORM
               PERFORM WRITE-RANK-EXTRACT-LINES
           END-PERFORM
           SET WRITING-BANK-TOTALS TO TRUE
           MOVE "ALL" TO WS-EXTRACT-BRANCH
           MOVE "BANK TOTAL" TO WS-BRANCH-NAME-TEXT
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > WS-MEASURE-COUNT
               PERFORM WRITE-MEASURE-EXTRACT-LINE
           END-PERFORM
           CLOSE MIS-EXTRACT-FILE.

       WRITE-MEASURE-EXTRACT-LINE.
           MOVE SPACES TO WS-EXTRACT-FIELDS
           MOVE 1 TO WS-PERIOD-SUB
           PERFORM FETCH-REPORT-VALUE
           MOVE 1 TO WS-RANK-SUB
           PERFORM EDIT-EXTRACT-VALUE
           MOVE 2 TO WS-PERIOD-SUB
           PERFORM FETCH-REPORT-VALUE
           MOVE 2 TO WS-RANK-SUB
           PERFORM EDIT-EXTRACT-VALUE
           PERFORM FETCH-CHANGE-VALUE
           MOVE 3 TO WS-RANK-SUB
           PERFORM EDIT-EXTRACT-VALUE
           MOVE 3 TO WS-PERIOD-SUB
           PERFORM FETCH-REPORT-VALUE
           MOVE 4 TO WS-RANK-SUB
           PERFORM EDIT-EXTRACT-VALUE
           PERFORM FETCH-CHANGE-VALUE
           MOVE 5 TO WS-RANK-SUB
           PERFORM EDIT-EXTRACT-VALUE
           MOVE SPACES TO MIS-EXTRACT-RECORD
           STRING WS-PERIOD-MONTH(1) "," WS-EXTRACT-BRANCH ","
                  WS-BRANCH-NAME-TEXT DELIMITED BY "  "
                  "," WS-MEASURE-CODE(WS-MEASURE-SUB)
                      DELIMITED BY SPACE
                  "," WS-MEASURE-LABEL(WS-MEASURE-SUB)
                      DELIMITED BY "  "
                  "," WS-EXTRACT-VALUE(1) DELIMITED BY SPACE
                  "," WS-EXTRACT-VALUE(2) DELIMITED BY SPACE
                  "," WS-EXTRACT-VALUE(3) DELIMITED BY SPACE
                  "," WS-EXTRACT-VALUE(4) DELIMITED BY SPACE
                  "," WS-EXTRACT-VALUE(5) DELIMITED BY SPACE
               INTO MIS-EXTRACT-RECORD
           WRITE MIS-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-LINES.

       EDIT-EXTRACT-VALUE.
      *    The fetched figure into extract column WS-RANK-SUB,
      *    empty when n/a
           IF REPORT-VALUE-NA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REPORT-VALUE TO WS-EXTRACT-AMOUNT
           MOVE WS-EXTRACT-AMOUNT TO WS-EXTRACT-VALUE(WS-RANK-SUB).

       WRITE-RANK-EXTRACT-LINES.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-RANK-COUNT
               MOVE WS-RANKED-MEASURE(WS-RANK-SUB) TO WS-MEASURE-SUB
               MOVE WS-BRN-RANK(WS-BRN-SUB, WS-RANK-SUB) TO
                   WS-EDIT-RANK
               MOVE SPACES TO MIS-EXTRACT-RECORD
               STRING WS-PERIOD-MONTH(1) "," WS-EXTRACT-BRANCH ","
                      WS-BRANCH-NAME-TEXT DELIMITED BY "  "
                      ",RANK-" WS-MEASURE-CODE(WS-MEASURE-SUB)
                          DELIMITED BY SPACE
                      ",Rank - " WS-MEASURE-LABEL(WS-MEASURE-SUB)
                          DELIMITED BY "  "
                      "," WS-EDIT-RANK ",,,,"
                          DELIMITED BY SIZE
                   INTO MIS-EXTRACT-RECORD
               WRITE MIS-EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-LINES
           END-PERFORM
           MOVE WS-BRN-RANK-SCORE(WS-BRN-SUB) TO WS-EDIT-SCORE
           MOVE SPACES TO MIS-EXTRACT-RECORD
           STRING WS-PERIOD-MONTH(1) "," WS-EXTRACT-BRANCH ","
                  WS-BRANCH-NAME-TEXT DELIMITED BY "  "
                  ",RANK-SCORE,Rank score (sum of ranks),"
                  WS-EDIT-SCORE ",,,," DELIMITED BY SIZE
               INTO MIS-EXTRACT-RECORD
           WRITE MIS-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-LINES
           MOVE WS-BRN-OVERALL-RANK(WS-BRN-SUB) TO WS-EDIT-RANK
           MOVE SPACES TO MIS-EXTRACT-RECORD
           STRING WS-PERIOD-MONTH(1) "," WS-EXTRACT-BRANCH ","
                  WS-BRANCH-NAME-TEXT DELIMITED BY "  "
                  ",RANK-OVERALL,Overall rank,"
                  WS-EDIT-RANK ",,,," DELIMITED BY SIZE
               INTO MIS-EXTRACT-RECORD
           WRITE MIS-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-LINES.

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

       END PROGRAM BRNMIS.
