       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODCORPT.
      *********************************************************
      * ODCORPT - Monthly Overdraft Charge-Off and Recovery
      *           Report
      * Prepared for the quarterly allowance (ALLL) review of
      * deposit overdraft losses. For the report month it lists
      * every overdrawn balance ODAGING charged off and every
      * recovery ODRECOV posted against a charged-off account,
      * and nets the two. It closes with the portfolio position
      * behind the allowance: all charge-offs to date, what has
      * been recovered on them and what is still outstanding,
      * plus the accounts overdrawn tonight that have not yet
      * reached charge-off. Runs as a monthly EODRUN step on
      * the month's last business day, after ODAGING has made
      * the day's charge-offs; the report is captured to the
      * spool as ODCORPT for SPOOLRPT to reprint.
      *
      * Usage: ODCORPT [YYYYMM]
      * With no argument the report month is the month of the
      * posting business date.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Overdrawn account tracking kept by ODAGING
           SELECT OVERDRAWN-FILE ASSIGN TO "data/OVERDRWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OVD-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Recovery ledger written by ODRECOV
           SELECT RECOVERY-FILE ASSIGN TO "data/RECOVERY.DAT"
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

       FD  OVERDRAWN-FILE.
           COPY "copybooks/OVERDRAWN-ACCOUNT-RECORD.cpy".

       FD  RECOVERY-FILE.
           COPY "copybooks/RECOVERY-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Report month and its day bounds
       01  WS-COMMAND-LINE             PIC X(120).
       01  WS-REPORT-MONTH             PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-START-DATE        PIC 9(8).
       01  WS-PERIOD-END-DATE          PIC 9(8).

      *    Report working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-SOURCE-LABEL             PIC X(7).
       01  WS-OUTSTANDING              PIC S9(10)V99 COMP-3.

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the report can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the report.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "ODCORPT  ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

      *    Month totals
       01  WS-MONTH-CO-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-MONTH-CO-TOTAL           PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MONTH-RCV-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-MONTH-RCV-TOTAL          PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MONTH-RCV-DEPOSIT        PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MONTH-RCV-AGENCY         PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MONTH-NET-TOTAL          PIC S9(12)V99 COMP-3
                                       VALUE ZERO.

      *    Portfolio totals
       01  WS-CUM-CO-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-CUM-CO-TOTAL             PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CUM-RCV-TOTAL            PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CUM-OUTSTANDING          PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-OPEN-OD-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-OPEN-OD-TOTAL            PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FROZEN-COUNT             PIC 9(7) VALUE ZERO.

       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-COUNT            PIC Z,ZZZ,ZZ9.
       01  WS-DISPLAY-DAYS             PIC ZZZ9.
       01  WS-EDIT-REPORT-DATE         PIC 9999/99/99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-REPORT-HEADING
           PERFORM REPORT-CHARGE-OFFS
           PERFORM REPORT-RECOVERIES
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
      *    being closed tonight. Both bounds are inclusive - day
      *    99 takes in the month's last day whatever its length.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES AND
              WS-COMMAND-LINE(1:6) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-REPORT-MONTH
           ELSE
               DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-REPORT-MONTH
           END-IF
           COMPUTE WS-PERIOD-START-DATE = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-PERIOD-END-DATE = WS-REPORT-MONTH * 100 + 99.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "OVERDRAFT CHARGE-OFF AND RECOVERY REPORT - MONTH "
                  WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-BUSINESS-DATE TO WS-EDIT-REPORT-DATE
           STRING "Business date " WS-EDIT-REPORT-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:60)
           PERFORM PRINT-REPORT-LINE.

       REPORT-CHARGE-OFFS.
      *    One pass of the tracking file gives both the month's
      *    charge-offs and the portfolio position
           PERFORM PRINT-REPORT-LINE
           MOVE "CHARGE-OFFS THIS MONTH" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "Account    Customer                       Charged"
               TO WS-SPOOL-LINE
           MOVE "      Amount  Days" TO WS-SPOOL-LINE(51:18)
           PERFORM PRINT-REPORT-LINE
           OPEN INPUT OVERDRAWN-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "  (no overdrawn account history on file)" TO
                   WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ OVERDRAWN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-ONE-OVERDRAWN-ENTRY
               END-READ
           END-PERFORM
           CLOSE OVERDRAWN-FILE
           MOVE WS-MONTH-CO-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-MONTH-CO-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Charge-offs: " WS-DISPLAY-COUNT
                  "   Total: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       TALLY-ONE-OVERDRAWN-ENTRY.
           EVALUATE TRUE
               WHEN OVD-CHARGED-OFF
                   ADD 1 TO WS-CUM-CO-COUNT
                   ADD OVD-CHARGE-OFF-AMOUNT TO WS-CUM-CO-TOTAL
                   ADD OVD-RECOVERED-AMOUNT TO WS-CUM-RCV-TOTAL
                   IF OVD-CHARGE-OFF-DATE >= WS-PERIOD-START-DATE
                      AND OVD-CHARGE-OFF-DATE <= WS-PERIOD-END-DATE
                       PERFORM LIST-ONE-CHARGE-OFF
                   END-IF
               WHEN OVD-OVERDRAWN
                   ADD 1 TO WS-OPEN-OD-COUNT
                   SUBTRACT OVD-LAST-BALANCE FROM WS-OPEN-OD-TOTAL
                   IF OVD-DEBITS-FROZEN
                       ADD 1 TO WS-FROZEN-COUNT
                   END-IF
           END-EVALUATE.

       LIST-ONE-CHARGE-OFF.
           ADD 1 TO WS-MONTH-CO-COUNT
           ADD OVD-CHARGE-OFF-AMOUNT TO WS-MONTH-CO-TOTAL
           MOVE OVD-CHARGE-OFF-DATE TO WS-EDIT-REPORT-DATE
           MOVE OVD-CHARGE-OFF-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE OVD-DAYS-OVERDRAWN TO WS-DISPLAY-DAYS
           STRING OVD-ACCOUNT " " OVD-CUSTOMER-NAME " "
                  WS-EDIT-REPORT-DATE " " WS-DISPLAY-AMOUNT " "
                  WS-DISPLAY-DAYS
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       REPORT-RECOVERIES.
           PERFORM PRINT-REPORT-LINE
           MOVE "RECOVERIES THIS MONTH" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "Account    Date       Source         Amount  Refer"
               TO WS-SPOOL-LINE
           MOVE "ence" TO WS-SPOOL-LINE(51:4)
           PERFORM PRINT-REPORT-LINE
           OPEN INPUT RECOVERY-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "  (no recoveries on file)" TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ RECOVERY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RCV-DATE >= WS-PERIOD-START-DATE AND
                          RCV-DATE <= WS-PERIOD-END-DATE
                           PERFORM LIST-ONE-RECOVERY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECOVERY-FILE
           MOVE WS-MONTH-RCV-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-MONTH-RCV-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Recoveries:  " WS-DISPLAY-COUNT
                  "   Total: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       LIST-ONE-RECOVERY.
           ADD 1 TO WS-MONTH-RCV-COUNT
           ADD RCV-AMOUNT TO WS-MONTH-RCV-TOTAL
           IF RCV-FROM-AGENCY
               MOVE "AGENCY " TO WS-SOURCE-LABEL
               ADD RCV-AMOUNT TO WS-MONTH-RCV-AGENCY
           ELSE
               MOVE "DEPOSIT" TO WS-SOURCE-LABEL
               ADD RCV-AMOUNT TO WS-MONTH-RCV-DEPOSIT
           END-IF
           MOVE RCV-DATE TO WS-EDIT-REPORT-DATE
           MOVE RCV-AMOUNT TO WS-DISPLAY-AMOUNT
           STRING RCV-ACCOUNT " " WS-EDIT-REPORT-DATE " "
                  WS-SOURCE-LABEL " " WS-DISPLAY-AMOUNT "  "
                  RCV-REFERENCE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           COMPUTE WS-MONTH-NET-TOTAL =
               WS-MONTH-CO-TOTAL - WS-MONTH-RCV-TOTAL
           COMPUTE WS-CUM-OUTSTANDING =
               WS-CUM-CO-TOTAL - WS-CUM-RCV-TOTAL
           PERFORM PRINT-REPORT-LINE
           MOVE "MONTH SUMMARY" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MONTH-CO-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Gross charge-offs:        $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MONTH-RCV-DEPOSIT TO WS-DISPLAY-TOTAL
           STRING "  Recoveries - deposits:    $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MONTH-RCV-AGENCY TO WS-DISPLAY-TOTAL
           STRING "  Recoveries - agency:      $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MONTH-NET-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Net charge-offs:          $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "PORTFOLIO POSITION" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-CUM-CO-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-CUM-CO-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Charged off to date:      $" WS-DISPLAY-TOTAL
                  "  (" WS-DISPLAY-COUNT " accounts)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-CUM-RCV-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Recovered to date:        $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-CUM-OUTSTANDING TO WS-DISPLAY-TOTAL
           STRING "  Charged off outstanding:  $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-OPEN-OD-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-OPEN-OD-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Overdrawn, not yet off:   $" WS-DISPLAY-TOTAL
                  "  (" WS-DISPLAY-COUNT " accounts)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-FROZEN-COUNT TO WS-DISPLAY-COUNT
           STRING "  Of which debits frozen:    " WS-DISPLAY-COUNT
                  " accounts"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           DISPLAY "Report captured to the spool as ODCORPT"
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

       END PROGRAM ODCORPT.
