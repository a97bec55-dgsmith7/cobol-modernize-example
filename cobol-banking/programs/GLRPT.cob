       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRPT.
      *********************************************************
      * GLRPT - Month-End Balance Sheet and Income Statement
      * Prints the month's financial statements straight off
      * the GL master GLPOST keeps, in place of the spreadsheet
      * the finance team used to build from the journal
      * extract:
      *   - a balance sheet as at the month end - every asset,
      *     liability and equity account's balance (opening
      *     balance plus the periods posted through the report
      *     month), with the year's net income to date carried
      *     in equity until GLCLOSE moves it to retained
      *     earnings, and a check that assets equal liabilities
      *     plus equity;
      *   - an income statement for the month and the year to
      *     date - every income and expense account, and net
      *     income.
      * Balances are held debit-positive on the master and
      * shown here in their natural sign - liabilities, equity
      * and income as positive credits. Runs as a monthly
      * EODRUN step on the month's last business day, after
      * GLPOST has posted the day and before GLCLOSE closes a
      * December; the report is captured to the spool as GLRPT
      * for SPOOLRPT to reprint.
      *
      * A month in a fiscal year GLCLOSE has already rolled
      * forward can no longer be produced - its income and
      * expense are in retained earnings - so the report must
      * be taken (or reprinted from the spool) before the close.
      *
      * Usage: GLRPT [YYYYMM]
      * With no argument the report month is the month of the
      * posting business date.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    General ledger master - read in account order
           SELECT GL-ACCOUNT-FILE ASSIGN TO "data/GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLA-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GL-ACCOUNT-FILE.
           COPY "copybooks/GL-ACCOUNT-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Report month, split into the fiscal year and the
      *    period it reports through
       01  WS-COMMAND-LINE             PIC X(120).
       01  WS-REPORT-MONTH             PIC 9(6) VALUE ZERO.
       01  WS-REPORT-YEAR              PIC 9(4) VALUE ZERO.
       01  WS-REPORT-PERIOD            PIC 9(2) VALUE ZERO.
       01  WS-CHART-YEAR               PIC 9(4) VALUE ZERO.

      *    Report working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-REPORT-READY-FLAG        PIC X(1) VALUE 'N'.
           88  REPORT-READY            VALUE 'Y'.
           88  REPORT-NOT-READY        VALUE 'N'.
      *    The section being worked - which class, B=balance
      *    sheet or I=income statement columns, and whether its
      *    lines print or are only totalled
       01  WS-SECTION-CLASS            PIC X(1).
       01  WS-SECTION-MODE             PIC X(1).
           88  BALANCE-SHEET-SECTION   VALUE 'B'.
           88  INCOME-SECTION          VALUE 'I'.
       01  WS-SECTION-PRINT-FLAG       PIC X(1) VALUE 'Y'.
           88  SECTION-PRINTS          VALUE 'Y'.
           88  SECTION-SILENT          VALUE 'N'.
       01  WS-SECTION-TOTAL            PIC S9(13)V99 COMP-3.
       01  WS-SECTION-MONTH-TOTAL      PIC S9(13)V99 COMP-3.
       01  WS-PERIOD-SUB               PIC 9(2).
      *    One account's figures in natural sign
       01  WS-ACCOUNT-SIGN             PIC S9(1).
       01  WS-ACCOUNT-MONTH            PIC S9(13)V99 COMP-3.
       01  WS-ACCOUNT-YTD              PIC S9(13)V99 COMP-3.
       01  WS-ACCOUNT-BALANCE          PIC S9(13)V99 COMP-3.

      *    Statement totals
       01  WS-TOTAL-ASSETS             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TOTAL-LIABILITIES        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TOTAL-EQUITY             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-INCOME-MONTH             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-INCOME-YTD               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-EXPENSE-MONTH            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-EXPENSE-YTD              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-NET-INCOME-MONTH         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-NET-INCOME-YTD           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-LIAB-AND-EQUITY          PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-OUT-OF-BALANCE           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the report can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the report.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "GLRPT    ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-MONTH            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-REPORT-DATE         PIC 9999/99/99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-REPORT-HEADING
           PERFORM CHECK-REPORT-YEAR
           IF REPORT-READY
               PERFORM REPORT-BALANCE-SHEET
               PERFORM REPORT-INCOME-STATEMENT
           END-IF
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
           PERFORM RESOLVE-REPORT-MONTH.

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

       RESOLVE-REPORT-MONTH.
      *    An explicit YYYYMM argument wins; otherwise the month
      *    being closed tonight
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES AND
              WS-COMMAND-LINE(1:6) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-REPORT-MONTH
           ELSE
               DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-REPORT-MONTH
           END-IF
           DIVIDE WS-REPORT-MONTH BY 100 GIVING WS-REPORT-YEAR
               REMAINDER WS-REPORT-PERIOD.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "GENERAL LEDGER FINANCIAL STATEMENTS - MONTH "
                  WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-BUSINESS-DATE TO WS-EDIT-REPORT-DATE
           STRING "Business date " WS-EDIT-REPORT-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:60)
           PERFORM PRINT-REPORT-LINE.

       CHECK-REPORT-YEAR.
      *    Every account carries the same fiscal year - the
      *    first one on file says which year the chart is in
           SET REPORT-NOT-READY TO TRUE
           IF WS-REPORT-PERIOD < 1 OR WS-REPORT-PERIOD > 12
               STRING "  Error: " WS-REPORT-MONTH
                      " is not a valid yyyymm month"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "  (no GL master on file)" TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           READ GL-ACCOUNT-FILE NEXT
               AT END
                   MOVE "  (no GL accounts on file)" TO
                       WS-SPOOL-LINE
                   PERFORM PRINT-REPORT-LINE
                   CLOSE GL-ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE GLA-FISCAL-YEAR TO WS-CHART-YEAR
           CLOSE GL-ACCOUNT-FILE
           EVALUATE TRUE
               WHEN WS-REPORT-YEAR < WS-CHART-YEAR
                   STRING "  Error: fiscal year " WS-REPORT-YEAR
                          " is closed - reprint its statements "
                          "from the spool"
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM PRINT-REPORT-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-REPORT-YEAR > WS-CHART-YEAR
                   STRING "  Error: the GL is still in fiscal "
                          "year " WS-CHART-YEAR
                          " - run GLCLOSE first"
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM PRINT-REPORT-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   SET REPORT-READY TO TRUE
           END-EVALUATE.

       REPORT-BALANCE-SHEET.
      *    Net income to date first, unprinted - equity carries
      *    it until the year is closed
           SET SECTION-SILENT TO TRUE
           PERFORM TOTAL-NET-INCOME
           SET SECTION-PRINTS TO TRUE
           PERFORM PRINT-REPORT-LINE
           STRING "BALANCE SHEET AS AT THE END OF "
                  WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  Account Description" TO WS-SPOOL-LINE
           MOVE "Balance" TO WS-SPOOL-LINE(54:7)
           PERFORM PRINT-REPORT-LINE

           MOVE "ASSETS" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "A" TO WS-SECTION-CLASS
           MOVE "B" TO WS-SECTION-MODE
           PERFORM REPORT-CLASS-SECTION
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-ASSETS
           MOVE WS-TOTAL-ASSETS TO WS-DISPLAY-TOTAL
           MOVE "  Total assets" TO WS-SPOOL-LINE
           MOVE WS-DISPLAY-TOTAL TO WS-SPOOL-LINE(40:21)
           PERFORM PRINT-REPORT-LINE

           MOVE "LIABILITIES" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "L" TO WS-SECTION-CLASS
           PERFORM REPORT-CLASS-SECTION
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-LIABILITIES
           MOVE WS-TOTAL-LIABILITIES TO WS-DISPLAY-TOTAL
           MOVE "  Total liabilities" TO WS-SPOOL-LINE
           MOVE WS-DISPLAY-TOTAL TO WS-SPOOL-LINE(40:21)
           PERFORM PRINT-REPORT-LINE

           MOVE "EQUITY" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "Q" TO WS-SECTION-CLASS
           PERFORM REPORT-CLASS-SECTION
           MOVE WS-NET-INCOME-YTD TO WS-DISPLAY-TOTAL
           MOVE "  Current year net income" TO WS-SPOOL-LINE
           MOVE WS-DISPLAY-TOTAL TO WS-SPOOL-LINE(40:21)
           PERFORM PRINT-REPORT-LINE
           COMPUTE WS-TOTAL-EQUITY =
               WS-SECTION-TOTAL + WS-NET-INCOME-YTD
           MOVE WS-TOTAL-EQUITY TO WS-DISPLAY-TOTAL
           MOVE "  Total equity" TO WS-SPOOL-LINE
           MOVE WS-DISPLAY-TOTAL TO WS-SPOOL-LINE(40:21)
           PERFORM PRINT-REPORT-LINE

           COMPUTE WS-LIAB-AND-EQUITY =
               WS-TOTAL-LIABILITIES + WS-TOTAL-EQUITY
           COMPUTE WS-OUT-OF-BALANCE =
               WS-TOTAL-ASSETS - WS-LIAB-AND-EQUITY
           MOVE WS-LIAB-AND-EQUITY TO WS-DISPLAY-TOTAL
           MOVE "  Total liabilities and equity" TO WS-SPOOL-LINE
           MOVE WS-DISPLAY-TOTAL TO WS-SPOOL-LINE(40:21)
           PERFORM PRINT-REPORT-LINE
           IF WS-OUT-OF-BALANCE NOT = ZERO
               MOVE WS-OUT-OF-BALANCE TO WS-DISPLAY-TOTAL
               MOVE "  *** OUT OF BALANCE BY" TO WS-SPOOL-LINE
               MOVE WS-DISPLAY-TOTAL TO WS-SPOOL-LINE(40:21)
               PERFORM PRINT-REPORT-LINE
           END-IF.

       TOTAL-NET-INCOME.
           MOVE "I" TO WS-SECTION-MODE
           MOVE "I" TO WS-SECTION-CLASS
           PERFORM REPORT-CLASS-SECTION
           MOVE WS-SECTION-MONTH-TOTAL TO WS-INCOME-MONTH
           MOVE WS-SECTION-TOTAL TO WS-INCOME-YTD
           MOVE "E" TO WS-SECTION-CLASS
           PERFORM REPORT-CLASS-SECTION
           MOVE WS-SECTION-MONTH-TOTAL TO WS-EXPENSE-MONTH
           MOVE WS-SECTION-TOTAL TO WS-EXPENSE-YTD
           COMPUTE WS-NET-INCOME-MONTH =
               WS-INCOME-MONTH - WS-EXPENSE-MONTH
           COMPUTE WS-NET-INCOME-YTD =
               WS-INCOME-YTD - WS-EXPENSE-YTD.

       REPORT-INCOME-STATEMENT.
           PERFORM PRINT-REPORT-LINE
           STRING "INCOME STATEMENT - MONTH " WS-REPORT-MONTH
                  " AND YEAR TO DATE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  Account Description" TO WS-SPOOL-LINE
           MOVE "This month" TO WS-SPOOL-LINE(51:10)
           MOVE "Year to date" TO WS-SPOOL-LINE(70:12)
           PERFORM PRINT-REPORT-LINE

           MOVE "INCOME" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "I" TO WS-SECTION-MODE
           MOVE "I" TO WS-SECTION-CLASS
           PERFORM REPORT-CLASS-SECTION
           MOVE WS-INCOME-MONTH TO WS-DISPLAY-MONTH
           MOVE WS-INCOME-YTD TO WS-DISPLAY-TOTAL
           MOVE "  Total income" TO WS-SPOOL-LINE
           MOVE WS-DISPLAY-MONTH TO WS-SPOOL-LINE(40:21)
           MOVE WS-DISPLAY-TOTAL TO WS-SPOOL-LINE(61:21)
           PERFORM PRINT-REPORT-LINE

           MOVE "EXPENSE" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "E" TO WS-SECTION-CLASS
           PERFORM REPORT-CLASS-SECTION
           MOVE WS-EXPENSE-MONTH TO WS-DISPLAY-MONTH
           MOVE WS-EXPENSE-YTD TO WS-DISPLAY-TOTAL
           MOVE "  Total expense" TO WS-SPOOL-LINE
           MOVE WS-DISPLAY-MONTH TO WS-SPOOL-LINE(40:21)
           MOVE WS-DISPLAY-TOTAL TO WS-SPOOL-LINE(61:21)
           PERFORM PRINT-REPORT-LINE

           PERFORM PRINT-REPORT-LINE
           MOVE WS-NET-INCOME-MONTH TO WS-DISPLAY-MONTH
           MOVE WS-NET-INCOME-YTD TO WS-DISPLAY-TOTAL
           MOVE "  NET INCOME" TO WS-SPOOL-LINE
           MOVE WS-DISPLAY-MONTH TO WS-SPOOL-LINE(40:21)
           MOVE WS-DISPLAY-TOTAL TO WS-SPOOL-LINE(61:21)
           PERFORM PRINT-REPORT-LINE
           DISPLAY "Report captured to the spool as GLRPT"
           DISPLAY " ".

       REPORT-CLASS-SECTION.
      *    One pass of the master for the section's class
           MOVE ZERO TO WS-SECTION-TOTAL
           MOVE ZERO TO WS-SECTION-MONTH-TOTAL
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ GL-ACCOUNT-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GLA-CLASS = WS-SECTION-CLASS
                           PERFORM REPORT-ONE-GL-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-ACCOUNT-FILE
           SET WS-NOT-EOF TO TRUE.

       REPORT-ONE-GL-ACCOUNT.
      *    Liabilities, equity and income are credit balances -
      *    turned round so they read as positive amounts
           IF GLA-ASSET OR GLA-EXPENSE
               MOVE 1 TO WS-ACCOUNT-SIGN
           ELSE
               MOVE -1 TO WS-ACCOUNT-SIGN
           END-IF
           MOVE ZERO TO WS-ACCOUNT-YTD
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-REPORT-PERIOD
               COMPUTE WS-ACCOUNT-YTD = WS-ACCOUNT-YTD
                   + GLA-PERIOD-DEBITS(WS-PERIOD-SUB)
                   - GLA-PERIOD-CREDITS(WS-PERIOD-SUB)
           END-PERFORM
           COMPUTE WS-ACCOUNT-MONTH = WS-ACCOUNT-SIGN *
               (GLA-PERIOD-DEBITS(WS-REPORT-PERIOD)
                - GLA-PERIOD-CREDITS(WS-REPORT-PERIOD))
           COMPUTE WS-ACCOUNT-BALANCE = WS-ACCOUNT-SIGN *
               (GLA-OPENING-BALANCE + WS-ACCOUNT-YTD)
           COMPUTE WS-ACCOUNT-YTD = WS-ACCOUNT-SIGN * WS-ACCOUNT-YTD
           IF BALANCE-SHEET-SECTION
               ADD WS-ACCOUNT-BALANCE TO WS-SECTION-TOTAL
      *        An inactive account with nothing on it is left off
               IF WS-ACCOUNT-BALANCE = ZERO AND GLA-INACTIVE
                   EXIT PARAGRAPH
               END-IF
               IF SECTION-PRINTS
                   MOVE WS-ACCOUNT-BALANCE TO WS-DISPLAY-TOTAL
                   STRING "  " GLA-ACCOUNT " " GLA-DESCRIPTION
                          WS-DISPLAY-TOTAL
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
           ELSE
               ADD WS-ACCOUNT-MONTH TO WS-SECTION-MONTH-TOTAL
               ADD WS-ACCOUNT-YTD TO WS-SECTION-TOTAL
               IF WS-ACCOUNT-MONTH = ZERO AND
                  WS-ACCOUNT-YTD = ZERO AND GLA-INACTIVE
                   EXIT PARAGRAPH
               END-IF
               IF SECTION-PRINTS
                   MOVE WS-ACCOUNT-MONTH TO WS-DISPLAY-MONTH
                   MOVE WS-ACCOUNT-YTD TO WS-DISPLAY-TOTAL
                   STRING "  " GLA-ACCOUNT " " GLA-DESCRIPTION
                          WS-DISPLAY-MONTH WS-DISPLAY-TOTAL
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-IF.

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

       END PROGRAM GLRPT.
