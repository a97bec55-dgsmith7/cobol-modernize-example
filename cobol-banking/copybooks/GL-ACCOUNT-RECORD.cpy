      *********************************************************
      * GL-ACCOUNT-RECORD.cpy - General Ledger Master Record
      * This copybook defines the layout for the general ledger
      * master file (GLMASTER.DAT), the chart of accounts with
      * each account's running balances by period for the
      * fiscal year. GLMNT maintains the chart, GLPOST applies
      * each night's GLJRNL.DAT and the approved manual
      * journals, GLRPT prints the month-end balance sheet and
      * income statement from it, and GLCLOSE closes income
      * and expense into retained earnings at year end and
      * rolls every account into the new fiscal year.
      *
      * Every amount is held debit-positive - a debit adds, a
      * credit subtracts - whatever the account's class. The
      * reports turn liability, equity and income balances
      * round to their natural credit sign.
      *********************************************************
       01  GL-ACCOUNT-RECORD.
      *    GL account number - the same six characters the
      *    GLEXTRCT mapping and the journals carry
           05  GLA-ACCOUNT             PIC X(6).
           05  GLA-DESCRIPTION         PIC X(30).
      *    A=Asset, L=Liability, Q=Equity, I=Income, E=Expense
           05  GLA-CLASS               PIC X(1).
               88  GLA-ASSET           VALUE "A".
               88  GLA-LIABILITY       VALUE "L".
               88  GLA-EQUITY          VALUE "Q".
               88  GLA-INCOME          VALUE "I".
               88  GLA-EXPENSE         VALUE "E".
               88  GLA-BALANCE-SHEET   VALUES "A" "L" "Q".
               88  GLA-PROFIT-AND-LOSS VALUES "I" "E".
      *    A=Active, I=Inactive - an inactive account takes no
      *    new manual journals but still posts what the extract
      *    sends it
           05  GLA-STATUS              PIC X(1).
               88  GLA-ACTIVE          VALUE "A".
               88  GLA-INACTIVE        VALUE "I".
      *    Fiscal year the period buckets below belong to -
      *    advanced by GLCLOSE
           05  GLA-FISCAL-YEAR         PIC 9(4).
      *    Balance brought forward into the fiscal year - always
      *    zero for income and expense once a year is closed
           05  GLA-OPENING-BALANCE     PIC S9(13)V99 COMP-3.
      *    Debits and credits posted in each month of the year
           05  GLA-PERIOD-TOTALS OCCURS 12 TIMES.
               10  GLA-PERIOD-DEBITS   PIC S9(13)V99 COMP-3.
               10  GLA-PERIOD-CREDITS  PIC S9(13)V99 COMP-3.
      *    Opening balance plus every period posted so far
           05  GLA-CURRENT-BALANCE     PIC S9(13)V99 COMP-3.
      *    Business date of the last posting, and the date the
      *    account was added to the chart
           05  GLA-LAST-POSTED-DATE    PIC 9(8).
           05  GLA-OPENED-DATE         PIC 9(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(20).
