       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
      *********************************************************
      * GLCLOSE - General Ledger Year-End Close
      * Closes the fiscal year on the GL master: the year's
      * net income - every income and expense account's
      * balance - moves into retained earnings, the income and
      * expense accounts start the new year at zero, and every
      * balance sheet account carries its closing balance
      * forward as the new year's opening balance with the
      * twelve period buckets cleared. The accounts closed and
      * the amount taken to retained earnings are captured to
      * the spool as GLCLOSE for SPOOLRPT to reprint.
      *
      * The retained earnings account is 300100 unless the
      * GL-RETAINED-EARNINGS parameter names another; it must
      * be on the chart as an equity account.
      *
      * Retained earnings is closed first, then each remaining
      * account is rolled forward one at a time, its fiscal
      * year advancing as it goes. A rerun after a failure
      * part-way through therefore picks up only the accounts
      * not yet rolled and never takes the year's income to
      * retained earnings twice; a rerun after a finished close
      * finds nothing left to do.
      *
      * Usage:
      *   GLCLOSE yyyy   - close that fiscal year (the business
      *                    date must have reached its December)
      *   GLCLOSE        - with no argument, close the business
      *                    year when the business date is in
      *                    December, otherwise nothing to do;
      *                    this is the form the EODRUN
      *                    month-end schedule calls, so the
      *                    close happens on the last business
      *                    day of the year, after GLRPT has
      *                    printed December's statements
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    General ledger master - indexed by GL account
           SELECT GL-ACCOUNT-FILE ASSIGN TO "data/GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameters - the retained earnings account
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
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

       FD  GL-ACCOUNT-FILE.
           COPY "copybooks/GL-ACCOUNT-RECORD.cpy".

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Year-end close working storage
       01  WS-COMMAND-LINE             PIC X(30).
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.
       01  WS-CLOSE-DUE-FLAG           PIC X(1) VALUE 'N'.
           88  CLOSE-DUE               VALUE 'Y'.
           88  CLOSE-NOT-DUE           VALUE 'N'.
       01  WS-CLOSE-YEAR               PIC 9(4) VALUE ZERO.
       01  WS-BUSINESS-YEAR            PIC 9(4) VALUE ZERO.
       01  WS-BUSINESS-MONTH           PIC 9(2) VALUE ZERO.
       01  WS-BUSINESS-MONTH-WORK      PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-SUB               PIC 9(2).
      *    Retained earnings account - compiled default,
      *    overridden by GL-RETAINED-EARNINGS
       01  WS-RETAINED-EARNINGS-NUM    PIC 9(6) VALUE 300100.
       01  WS-RETAINED-EARNINGS-GL     PIC X(6).
       01  WS-RE-ROLLED-FLAG           PIC X(1) VALUE 'N'.
           88  RE-ALREADY-ROLLED       VALUE 'Y'.
           88  RE-NOT-ROLLED           VALUE 'N'.
      *    The year's income and expense, debit-positive as the
      *    master holds it - a credit total is a profit
       01  WS-PROFIT-AND-LOSS          PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-NET-INCOME               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ACCOUNTS-CLOSED          PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTS-ROLLED          PIC 9(5) VALUE ZERO.

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the report can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the close.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "GLCLOSE  ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-REPORT-DATE         PIC 9999/99/99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM RESOLVE-CLOSE-YEAR
           IF CLOSE-DUE
               PERFORM OPEN-GL-MASTER
           END-IF
           IF CLOSE-DUE
               PERFORM SPOOL-OPEN-RUN
               PERFORM WRITE-REPORT-HEADING
               PERFORM TOTAL-PROFIT-AND-LOSS
               PERFORM CLOSE-TO-RETAINED-EARNINGS
               PERFORM ROLL-FISCAL-YEAR
               PERFORM WRITE-REPORT-SUMMARY
               PERFORM SPOOL-CLOSE-RUN
               CLOSE GL-ACCOUNT-FILE
           END-IF
      *    GOBACK rather than STOP RUN so the month-end schedule
      *    can run this as a called step under EODRUN as well as
      *    standalone
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
           PERFORM LOAD-OPERATIONAL-PARAMETERS
           MOVE WS-RETAINED-EARNINGS-NUM TO WS-RETAINED-EARNINGS-GL
           DIVIDE WS-BUSINESS-DATE BY 100
               GIVING WS-BUSINESS-MONTH-WORK
           DIVIDE WS-BUSINESS-MONTH-WORK BY 100
               GIVING WS-BUSINESS-YEAR
               REMAINDER WS-BUSINESS-MONTH.

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

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in account with any operational
      *    parameter in force. No file means the compiled value
      *    stands.
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
               WHEN "GL-RETAINED-EARNINGS"
                   MOVE PRM-VALUE TO WS-RETAINED-EARNINGS-NUM
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       RESOLVE-CLOSE-YEAR.
           SET CLOSE-NOT-DUE TO TRUE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               IF WS-COMMAND-LINE(1:4) IS NOT NUMERIC
                   DISPLAY "Usage: GLCLOSE [yyyy]"
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-COMMAND-LINE(1:4) TO WS-CLOSE-YEAR
      *        A year is not closed before its December has
      *        been reached - its last month is still posting
               IF WS-BUSINESS-YEAR < WS-CLOSE-YEAR OR
                  (WS-BUSINESS-YEAR = WS-CLOSE-YEAR AND
                   WS-BUSINESS-MONTH < 12)
                   DISPLAY "Error: fiscal year " WS-CLOSE-YEAR
                           " has not reached December"
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               SET CLOSE-DUE TO TRUE
           ELSE
      *        No argument - the month-end schedule's call, which
      *        only closes on the year's last business day
               IF WS-BUSINESS-MONTH = 12
                   MOVE WS-BUSINESS-YEAR TO WS-CLOSE-YEAR
                   SET CLOSE-DUE TO TRUE
               ELSE
                   DISPLAY "GLCLOSE: not the fiscal year end - "
                           "nothing to close"
               END-IF
           END-IF.

       OPEN-GL-MASTER.
      *    Check the retained earnings account before anything
      *    moves, and whether it was closed by an earlier run
           OPEN I-O GL-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "GLCLOSE: GL master not set up - nothing "
                       "to close"
               SET CLOSE-NOT-DUE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RETAINED-EARNINGS-GL TO GLA-ACCOUNT
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Retained earnings account "
                           WS-RETAINED-EARNINGS-GL
                           " is not on the chart"
                   MOVE 8 TO WS-RETURN-CODE
                   SET CLOSE-NOT-DUE TO TRUE
                   CLOSE GL-ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT GLA-EQUITY
               DISPLAY "Error: Retained earnings account "
                       WS-RETAINED-EARNINGS-GL
                       " is not an equity account"
               MOVE 8 TO WS-RETURN-CODE
               SET CLOSE-NOT-DUE TO TRUE
               CLOSE GL-ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN GLA-FISCAL-YEAR = WS-CLOSE-YEAR
                   SET RE-NOT-ROLLED TO TRUE
               WHEN GLA-FISCAL-YEAR > WS-CLOSE-YEAR
                   SET RE-ALREADY-ROLLED TO TRUE
               WHEN OTHER
                   DISPLAY "Error: Retained earnings account is "
                           "still in fiscal year " GLA-FISCAL-YEAR
                           " - close that year first"
                   MOVE 8 TO WS-RETURN-CODE
                   SET CLOSE-NOT-DUE TO TRUE
                   CLOSE GL-ACCOUNT-FILE
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "GENERAL LEDGER YEAR-END CLOSE - FISCAL YEAR "
                  WS-CLOSE-YEAR
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-BUSINESS-DATE TO WS-EDIT-REPORT-DATE
           STRING "Business date " WS-EDIT-REPORT-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:60)
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "INCOME AND EXPENSE CLOSED" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  Account Description" TO WS-SPOOL-LINE
           MOVE "Closed (debit)" TO WS-SPOOL-LINE(47:14)
           PERFORM PRINT-REPORT-LINE.

       TOTAL-PROFIT-AND-LOSS.
      *    Every income and expense account still in the year
           MOVE ZERO TO WS-PROFIT-AND-LOSS
           MOVE LOW-VALUES TO GLA-ACCOUNT
           START GL-ACCOUNT-FILE KEY IS NOT LESS THAN GLA-ACCOUNT
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ GL-ACCOUNT-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GLA-FISCAL-YEAR = WS-CLOSE-YEAR AND
                          GLA-PROFIT-AND-LOSS
                           PERFORM LIST-ONE-CLOSED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE
           COMPUTE WS-NET-INCOME = ZERO - WS-PROFIT-AND-LOSS.

       LIST-ONE-CLOSED-ACCOUNT.
           ADD GLA-CURRENT-BALANCE TO WS-PROFIT-AND-LOSS
           IF GLA-CURRENT-BALANCE = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNTS-CLOSED
           MOVE GLA-CURRENT-BALANCE TO WS-DISPLAY-TOTAL
           STRING "  " GLA-ACCOUNT " " GLA-DESCRIPTION
                  WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       CLOSE-TO-RETAINED-EARNINGS.
      *    The whole year's result lands in retained earnings in
      *    one rewrite, which also rolls that account forward
           IF RE-ALREADY-ROLLED
               MOVE "  (retained earnings already closed by an "
                   TO WS-SPOOL-LINE
               MOVE "earlier run)" TO WS-SPOOL-LINE(45:12)
               PERFORM PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RETAINED-EARNINGS-GL TO GLA-ACCOUNT
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           ADD WS-PROFIT-AND-LOSS TO GLA-CURRENT-BALANCE
           PERFORM ROLL-ONE-ACCOUNT
           REWRITE GL-ACCOUNT-RECORD
           IF WS-FILE-STATUS = "00"
               ADD 1 TO WS-ACCOUNTS-ROLLED
           ELSE
               DISPLAY "Error updating retained earnings, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       ROLL-FISCAL-YEAR.
      *    Everything else still in the year - income and
      *    expense restart at zero, the balance sheet carries
      *    its balance forward
           IF WS-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO GLA-ACCOUNT
           START GL-ACCOUNT-FILE KEY IS NOT LESS THAN GLA-ACCOUNT
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ GL-ACCOUNT-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GLA-FISCAL-YEAR = WS-CLOSE-YEAR
                           IF GLA-PROFIT-AND-LOSS
                               MOVE ZERO TO GLA-CURRENT-BALANCE
                           END-IF
                           PERFORM ROLL-ONE-ACCOUNT
                           REWRITE GL-ACCOUNT-RECORD
                           ADD 1 TO WS-ACCOUNTS-ROLLED
                       END-IF
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE.

       ROLL-ONE-ACCOUNT.
      *    GLA-CURRENT-BALANCE already holds the year's closing
      *    balance - it becomes the new year's opening balance
           MOVE GLA-CURRENT-BALANCE TO GLA-OPENING-BALANCE
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 12
               MOVE ZERO TO GLA-PERIOD-DEBITS(WS-PERIOD-SUB)
               MOVE ZERO TO GLA-PERIOD-CREDITS(WS-PERIOD-SUB)
           END-PERFORM
           ADD 1 TO GLA-FISCAL-YEAR.

       WRITE-REPORT-SUMMARY.
           PERFORM PRINT-REPORT-LINE
           MOVE "CLOSE SUMMARY" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           IF RE-NOT-ROLLED
               MOVE WS-NET-INCOME TO WS-DISPLAY-TOTAL
               MOVE "  Net income to retained earnings" TO
                   WS-SPOOL-LINE
               MOVE WS-DISPLAY-TOTAL TO WS-SPOOL-LINE(40:21)
               PERFORM PRINT-REPORT-LINE
               STRING "  Retained earnings account       "
                      WS-RETAINED-EARNINGS-GL
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF
           STRING "  Income/expense accounts closed  "
                  WS-ACCOUNTS-CLOSED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Accounts rolled forward         "
                  WS-ACCOUNTS-ROLLED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           IF WS-RETURN-CODE = ZERO
               COMPUTE WS-BUSINESS-YEAR = WS-CLOSE-YEAR + 1
               STRING "  The GL is now in fiscal year    "
                      WS-BUSINESS-YEAR
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               MOVE "  *** CLOSE INCOMPLETE - rerun GLCLOSE ***"
                   TO WS-SPOOL-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE
           DISPLAY "Report captured to the spool as GLCLOSE"
           DISPLAY " ".

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

       END PROGRAM GLCLOSE.
