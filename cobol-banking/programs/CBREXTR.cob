       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBREXTR.
      *********************************************************
      * CBREXTR - Month-End Credit Bureau Reporting Extract
      * Builds the fixed-format credit bureau file (CBUREAU.DAT,
      * layout in CREDIT-BUREAU-RECORD.cpy) from the loan
      * master at month end: a header, one base segment per
      * loan and a trailer carrying the record counts and the
      * balance total. Each base segment carries the loan's
      * balance, scheduled payment (payment plus escrow), amount
      * past due, days-delinquent status, account status and
      * date of first delinquency, with the borrower's name,
      * address and TIN from the customer master.
      *   - Active loans are reported every month.
      *   - A paid-off or charged-off loan is reported once more
      *     with its final status, stamped on the loan
      *     (LN-BUREAU-FINAL-DATE), and then dropped.
      *   - A loan whose borrower has no TIN on file or no
      *     complete mailing address is not sent - the bureaus
      *     reject it anyway. It is listed on the rejected-
      *     record report instead, and goes out the first month
      *     the customer master is corrected.
      * Days past due are estimated the way LOANAGE ages (years
      * as 365 days, months as 30) and bucketed on the same
      * 30/60/90 boundaries. The rejected-record report and run
      * summary go to the report spool (CBREXTR). The reporter
      * ID the bureaus assigned is the BUREAU-REPORTER-ID
      * operational parameter. Runs month end under EODRUN.
      *
      * Usage: CBREXTR (no parameters - checks every loan)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Loan master file - indexed by loan number
           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - borrower name, address and TIN
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Credit bureau file - rebuilt each month end for
      *    transmission
           SELECT BUREAU-FILE ASSIGN TO "data/CBUREAU.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT -
      *    the bureau reporter ID is read from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  BUREAU-FILE.
           COPY "copybooks/CREDIT-BUREAU-RECORD.cpy".

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

      *    Reporter ID the bureaus assigned us - PARAMS.DAT
      *    overlays this compiled default
       01  BUREAU-REPORTER-ID          PIC 9(10) VALUE ZERO.

      *    Extract working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-CUSTOMER-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  CUSTOMER-FOUND          VALUE 'Y'.
           88  CUSTOMER-NOT-FOUND      VALUE 'N'.
       01  WS-REJECT-REASON            PIC X(30).

      *    Delinquency figures for the loan being reported
       01  WS-DAYS-PAST-DUE            PIC S9(5).
       01  WS-INSTALLMENTS-PAST-DUE    PIC 9(3).
      *    Guard against a damaged due date walking forever
       01  WS-INST-LIMIT               PIC 9(3) VALUE 360.
       01  WS-WALK-DUE-DATE            PIC 9(8).
       01  WS-INSTALLMENT-AMOUNT       PIC S9(10)V99 COMP-3.

      *    Split-out date fields for the day-difference estimate
       01  WS-DUE-YEAR                 PIC 9(4).
       01  WS-DUE-MONTH                PIC 9(2).
       01  WS-DUE-DAY                  PIC 9(2).
       01  WS-RUN-YEAR                 PIC 9(4).
       01  WS-RUN-MONTH                PIC 9(2).
       01  WS-RUN-DAY                  PIC 9(2).
       01  WS-DATE-WORK                PIC 9(8).

      *    Split-out date fields used to walk an installment date
      *    one month forward, clamped the same way LOANPOST
      *    advances LN-NEXT-DUE-DATE
       01  WS-LN-YEAR                  PIC 9(4).
       01  WS-LN-MONTH                 PIC 9(2).
       01  WS-LN-DAY                   PIC 9(2).
       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 28.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH        PIC 9(2) OCCURS 12 TIMES.
       01  WS-MAX-DAY-IN-MONTH         PIC 9(2).
       01  WS-LEAP-YEAR-QUOTIENT       PIC 9(4).
       01  WS-LEAP-YEAR-REMAINDER      PIC 9(4).

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the rejected-record report can
      *    be listed and reprinted later with SPOOLRPT. A spool
      *    failure never stops the extract.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "CBREXTR  ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

      *    Run counters
       01  WS-LOANS-EXAMINED           PIC 9(7) VALUE ZERO.
       01  WS-BASE-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-FINAL-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-BALANCE-TOTAL            PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.
       01  WS-DISPLAY-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM OPEN-LOAN-FILE
           PERFORM OPEN-BUREAU-FILE
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-REJECT-HEADING
           PERFORM UNTIL WS-EOF
               READ LOAN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           PERFORM WRITE-BUREAU-TRAILER
           CLOSE BUREAU-FILE
           PERFORM DISPLAY-RUN-SUMMARY
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
           PERFORM LOAD-OPERATIONAL-PARAMETERS.

       GET-BUSINESS-DATE.
      *    The file reports as of the posting business date, the
      *    same clock LOANLATE and LOANAGE run on
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

       OPEN-LOAN-FILE.
           OPEN I-O LOAN-FILE
           IF WS-FILE-STATUS = "35"
      *        No loan master yet - nothing to report, and the
      *        nightly chain should not halt over it
               DISPLAY "No loan master on file - nothing to report"
               MOVE ZERO TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening loan master, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-BUREAU-FILE.
      *    Each month's file replaces the last one sent
           OPEN OUTPUT BUREAU-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening credit bureau file, status: "
                       WS-FILE-STATUS
               CLOSE LOAN-FILE
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO CBR-HEADER-RECORD
           MOVE "H" TO CBH-RECORD-TYPE
           MOVE BUREAU-REPORTER-ID TO CBH-REPORTER-ID
           MOVE WS-BUSINESS-DATE TO CBH-ACTIVITY-DATE
           MOVE WS-DATE-NUMERIC TO CBH-CREATED-DATE
           WRITE CBR-HEADER-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing bureau header, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       PROCESS-ONE-LOAN.
           ADD 1 TO WS-LOANS-EXAMINED
           SET NO-ERROR TO TRUE
      *    A closed loan's final status goes out once only
           IF LN-BUREAU-FINAL-DATE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT LN-ACTIVE AND NOT LN-PAID-OFF AND
              NOT LN-CHARGED-OFF
               EXIT PARAGRAPH
           END-IF

           SET CUSTOMER-NOT-FOUND TO TRUE
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS = "00"
               MOVE LN-CUSTOMER-ID TO CUS-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF
           PERFORM CHECK-REPORTABLE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-DELINQUENCY
           PERFORM WRITE-BASE-SEGMENT
           IF ERROR-OCCURRED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BUSINESS-DATE TO LN-BUREAU-REPORT-DATE
           IF NOT LN-ACTIVE
               MOVE WS-BUSINESS-DATE TO LN-BUREAU-FINAL-DATE
               ADD 1 TO WS-FINAL-COUNT
           END-IF
           REWRITE LOAN-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error rewriting loan " LN-LOAN-NUMBER
                       " status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       CHECK-REPORTABLE.
      *    The bureaus reject a segment with no TIN or no usable
      *    mailing address - hold those back for correction
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN CUSTOMER-NOT-FOUND
                   MOVE "No customer record" TO WS-REJECT-REASON
               WHEN CUS-TIN = ZERO
                   MOVE "Missing TIN" TO WS-REJECT-REASON
               WHEN CUS-ADDRESS-LINE-1 = SPACES
                   MOVE "Missing street address" TO WS-REJECT-REASON
               WHEN CUS-CITY = SPACES OR CUS-STATE = SPACES OR
                    CUS-ZIP-CODE = SPACES
                   MOVE "Incomplete city/state/ZIP" TO
                       WS-REJECT-REASON
           END-EVALUATE.

       COMPUTE-DELINQUENCY.
      *    Only an active loan can be past due - a paid-off or
      *    charged-off loan reports its final status with no
      *    delinquency figures
           MOVE ZERO TO WS-DAYS-PAST-DUE
           MOVE ZERO TO WS-INSTALLMENTS-PAST-DUE
           IF NOT LN-ACTIVE OR LN-NEXT-DUE-DATE = ZERO OR
              LN-NEXT-DUE-DATE >= WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-DAYS-PAST-DUE
           IF WS-DAYS-PAST-DUE < ZERO
               MOVE ZERO TO WS-DAYS-PAST-DUE
           END-IF
      *    Count the installments fallen due and unpaid - the
      *    oldest is LN-NEXT-DUE-DATE, walked forward a month at
      *    a time up to the business date
           MOVE LN-NEXT-DUE-DATE TO WS-WALK-DUE-DATE
           PERFORM UNTIL WS-WALK-DUE-DATE >= WS-BUSINESS-DATE
                   OR WS-INSTALLMENTS-PAST-DUE >= WS-INST-LIMIT
               ADD 1 TO WS-INSTALLMENTS-PAST-DUE
               PERFORM ADVANCE-INSTALLMENT-DATE
           END-PERFORM.

       COMPUTE-DAYS-PAST-DUE.
      *    Estimate the day count between the due date and the
      *    business date - years as 365 days, months as 30 - the
      *    same estimate LOANAGE buckets with
           MOVE LN-NEXT-DUE-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-DUE-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-DUE-MONTH
               REMAINDER WS-DUE-DAY
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-RUN-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-RUN-MONTH
               REMAINDER WS-RUN-DAY
           COMPUTE WS-DAYS-PAST-DUE =
               (WS-RUN-YEAR - WS-DUE-YEAR) * 365 +
               (WS-RUN-MONTH - WS-DUE-MONTH) * 30 +
               (WS-RUN-DAY - WS-DUE-DAY).

       WRITE-BASE-SEGMENT.
           MOVE SPACES TO CBR-BASE-RECORD
           MOVE "B" TO CBB-RECORD-TYPE
           MOVE LN-LOAN-NUMBER TO CBB-LOAN-NUMBER
           EVALUATE TRUE
               WHEN LN-PAID-OFF
                   MOVE "P" TO CBB-ACCOUNT-STATUS
               WHEN LN-CHARGED-OFF
                   MOVE "C" TO CBB-ACCOUNT-STATUS
               WHEN OTHER
                   MOVE "O" TO CBB-ACCOUNT-STATUS
           END-EVALUATE
      *    Days-delinquent status on LOANAGE's bucket boundaries
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE = ZERO
                   MOVE "00" TO CBB-DELINQUENCY-STATUS
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE "01" TO CBB-DELINQUENCY-STATUS
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE "30" TO CBB-DELINQUENCY-STATUS
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE "60" TO CBB-DELINQUENCY-STATUS
               WHEN OTHER
                   MOVE "90" TO CBB-DELINQUENCY-STATUS
           END-EVALUATE
           MOVE WS-DAYS-PAST-DUE TO CBB-DAYS-PAST-DUE
           MOVE LN-ORIGINATION-DATE TO CBB-OPEN-DATE
           MOVE LN-ORIGINAL-PRINCIPAL TO CBB-ORIGINAL-AMOUNT
           MOVE LN-TERM-MONTHS TO CBB-TERM-MONTHS
           MOVE LN-PRINCIPAL-BALANCE TO CBB-CURRENT-BALANCE
           COMPUTE WS-INSTALLMENT-AMOUNT =
               LN-PAYMENT-AMOUNT + LN-ESCROW-PAYMENT
           MOVE WS-INSTALLMENT-AMOUNT TO CBB-SCHEDULED-PAYMENT
           COMPUTE CBB-AMOUNT-PAST-DUE =
               WS-INSTALLMENTS-PAST-DUE * WS-INSTALLMENT-AMOUNT
           IF WS-DAYS-PAST-DUE > ZERO
               MOVE LN-NEXT-DUE-DATE TO CBB-FIRST-DELINQ-DATE
           ELSE
               MOVE ZERO TO CBB-FIRST-DELINQ-DATE
           END-IF
           MOVE CUS-TIN TO CBB-TIN
           MOVE CUS-CUSTOMER-NAME TO CBB-NAME
           MOVE CUS-ADDRESS-LINE-1 TO CBB-ADDRESS-LINE-1
           MOVE CUS-ADDRESS-LINE-2 TO CBB-ADDRESS-LINE-2
           MOVE CUS-CITY TO CBB-CITY
           MOVE CUS-STATE TO CBB-STATE
           MOVE CUS-ZIP-CODE TO CBB-ZIP-CODE
           WRITE CBR-BASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing bureau segment for loan "
                       LN-LOAN-NUMBER " status: " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BASE-COUNT
           ADD LN-PRINCIPAL-BALANCE TO WS-BALANCE-TOTAL.

       WRITE-BUREAU-TRAILER.
      *    Record counts the bureau balances the file against -
      *    the total includes the header and this trailer
           MOVE SPACES TO CBR-TRAILER-RECORD
           MOVE "T" TO CBT-RECORD-TYPE
           MOVE WS-BASE-COUNT TO CBT-BASE-COUNT
           COMPUTE CBT-TOTAL-RECORDS = WS-BASE-COUNT + 2
           MOVE WS-BALANCE-TOTAL TO CBT-BALANCE-TOTAL
           MOVE WS-REJECTED-COUNT TO CBT-REJECTED-COUNT
           WRITE CBR-TRAILER-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing bureau trailer, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       WRITE-REJECT-HEADING.
           STRING "CREDIT BUREAU EXTRACT - REJECTED RECORDS - "
                  WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           STRING "Loan        Customer    Name"
                  "                            Reason"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

       WRITE-REJECT-LINE.
           STRING LN-LOAN-NUMBER "  " LN-CUSTOMER-ID "  "
                  LN-CUSTOMER-NAME "  " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

       ADVANCE-INSTALLMENT-DATE.
      *    Roll WS-WALK-DUE-DATE one month, clamped to a real
      *    calendar day the same way LOANPOST rolls the due date
           DIVIDE WS-WALK-DUE-DATE BY 10000 GIVING WS-LN-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-LN-MONTH
               REMAINDER WS-LN-DAY
           ADD 1 TO WS-LN-MONTH
           IF WS-LN-MONTH > 12
               MOVE 1 TO WS-LN-MONTH
               ADD 1 TO WS-LN-YEAR
           END-IF
           PERFORM COMPUTE-DAYS-IN-MONTH
           IF WS-LN-DAY > WS-MAX-DAY-IN-MONTH
               MOVE WS-MAX-DAY-IN-MONTH TO WS-LN-DAY
           END-IF
           COMPUTE WS-WALK-DUE-DATE =
               WS-LN-YEAR * 10000 + WS-LN-MONTH * 100 + WS-LN-DAY.

       COMPUTE-DAYS-IN-MONTH.
      *    Same simplified leap-year rule STANDORD uses - every
      *    year divisible by 4, accurate for every year this
      *    system will realistically run against
           MOVE WS-DAYS-IN-MONTH(WS-LN-MONTH) TO WS-MAX-DAY-IN-MONTH
           IF WS-LN-MONTH = 2
               DIVIDE WS-LN-YEAR BY 4 GIVING WS-LEAP-YEAR-QUOTIENT
                   REMAINDER WS-LEAP-YEAR-REMAINDER
               IF WS-LEAP-YEAR-REMAINDER = 0
                   ADD 1 TO WS-MAX-DAY-IN-MONTH
               END-IF
           END-IF.

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in reporter ID with any
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
                       IF PRM-EFFECTIVE-DATE <= WS-DATE-NUMERIC
                           PERFORM APPLY-ONE-PARAMETER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE.

       APPLY-ONE-PARAMETER.
           EVALUATE PRM-NAME
               WHEN "BUREAU-REPORTER-ID"
                   MOVE PRM-VALUE TO BUREAU-REPORTER-ID
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       DISPLAY-RUN-SUMMARY.
           PERFORM SPOOL-ONE-LINE
           MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT
           STRING "Records rejected: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           DISPLAY " "
           DISPLAY "CREDIT BUREAU EXTRACT COMPLETE"
           DISPLAY "=============================="
           DISPLAY "Loans examined:      " WS-LOANS-EXAMINED
           DISPLAY "Base segments:       " WS-BASE-COUNT
           DISPLAY "Final status sent:   " WS-FINAL-COUNT
           DISPLAY "Records rejected:    " WS-REJECTED-COUNT
           MOVE WS-BALANCE-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Balance reported:    $" WS-DISPLAY-TOTAL
           DISPLAY "Bureau file written to data/CBUREAU.DAT"
           DISPLAY "Rejected records in the report spool as CBREXTR"
           DISPLAY " ".

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

       END PROGRAM CBREXTR.
