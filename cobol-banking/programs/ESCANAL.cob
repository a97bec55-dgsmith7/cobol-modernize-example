       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCANAL.
      *********************************************************
      * ESCANAL - Annual Loan Escrow Analysis
      * Once a year each escrowed loan's monthly escrow payment
      * is reset from what the escrow actually paid out. The
      * tax and insurance checks OFFCHK ESCROW wrote in the
      * twelve months to the business date (less any voided)
      * are taken from ESCROWHS.DAT as next year's bills, each
      * falling due in the same calendar month again. The
      * escrow balance is then run forward twelve months at
      * one-twelfth of the year's bills a month, and its low
      * point is held against a cushion of
      * ESCROW-CUSHION-MONTHS months of bills (PARAMS.DAT,
      * default 2). A shortage below the cushion is spread
      * over the coming twelve payments; a surplus above it
      * comes off them. A loan with no bills paid in the year
      * is listed and left at its current payment.
      *
      * Without APPLY the run only reports; with APPLY the new
      * payment and the analysis date are written to the loan
      * master for LOANPOST to collect from the next payment.
      *
      * Usage: ESCANAL [APPLY]
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

      *    Loan escrow history - the last year's disbursements
      *    are read from here
           SELECT ESCROW-HISTORY-FILE ASSIGN TO "data/ESCROWHS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT -
      *    the escrow cushion is read from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  ESCROW-HISTORY-FILE.
           COPY "copybooks/ESCROW-HISTORY-RECORD.cpy".

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

      *    Months of bills held back as a cushion - PARAMS.DAT
      *    overlays this compiled default
       01  ESCROW-CUSHION-MONTHS       PIC 9(2) VALUE 2.

      *    Report spool capture - this report's lines are
      *    mirrored into the spool repository through the
      *    SPOOLER subprogram, so the run can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    fails the report itself.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "ESCANAL  ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

      *    Escrow analysis working storage
       01  WS-COMMAND-LINE             PIC X(30).
       01  WS-RUN-MODE                 PIC X(10) VALUE SPACES.
       01  WS-APPLY-FLAG               PIC X(1) VALUE 'N'.
           88  APPLY-NEW-PAYMENTS      VALUE 'Y'.
           88  REPORT-ONLY             VALUE 'N'.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-ESH-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-ESH-EOF              VALUE 'Y'.
           88  WS-ESH-NOT-EOF          VALUE 'N'.

      *    Last year's bills by the calendar month they fell in
       01  WS-MONTH-BILL-TABLE.
           05  WS-MONTH-BILL           PIC S9(8)V99 COMP-3
                                       OCCURS 12 TIMES.
       01  WS-MONTH-SUB                PIC 9(2).
       01  WS-STEP-SUB                 PIC 9(2).
      *    Disbursements dated after this and up to the business
      *    date make up the year analyzed
       01  WS-WINDOW-START             PIC 9(8).
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-BUSINESS-MONTH           PIC 9(2).

       01  WS-ANNUAL-BILLS             PIC S9(8)V99 COMP-3.
       01  WS-BASE-PAYMENT             PIC S9(8)V99 COMP-3.
       01  WS-CUSHION                  PIC S9(8)V99 COMP-3.
       01  WS-PROJECTED-BALANCE        PIC S9(8)V99 COMP-3.
       01  WS-LOW-POINT                PIC S9(8)V99 COMP-3.
      *    Positive is a shortage below the cushion, negative a
      *    surplus above it
       01  WS-SHORTAGE                 PIC S9(8)V99 COMP-3.
       01  WS-NEW-PAYMENT              PIC S9(8)V99 COMP-3.

      *    Run counters
       01  WS-LOANS-ANALYZED           PIC 9(7) VALUE ZERO.
       01  WS-LOANS-NO-BILLS           PIC 9(7) VALUE ZERO.
       01  WS-LOANS-SHORT              PIC 9(7) VALUE ZERO.
       01  WS-LOANS-SURPLUS            PIC 9(7) VALUE ZERO.
       01  WS-PAYMENTS-CHANGED         PIC 9(7) VALUE ZERO.

      *    Report line edit fields
       01  WS-RPT-BALANCE              PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-RPT-BILLS                PIC ZZ,ZZZ,ZZ9.99.
       01  WS-RPT-OLD-PAYMENT          PIC ZZZ,ZZ9.99.
       01  WS-RPT-NEW-PAYMENT          PIC ZZZ,ZZ9.99.
       01  WS-RPT-SHORTAGE             PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-RPT-NOTE                 PIC X(12).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM SPOOL-OPEN-RUN
           PERFORM OPEN-LOAN-FILE
           PERFORM DISPLAY-REPORT-HEADER
           PERFORM UNTIL WS-EOF
               READ LOAN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF LN-ACTIVE AND
                          (LN-ESCROW-PAYMENT > ZERO OR
                           LN-ESCROW-BALANCE NOT = ZERO)
                           PERFORM ANALYZE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           PERFORM DISPLAY-RUN-SUMMARY
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
           PERFORM LOAD-OPERATIONAL-PARAMETERS
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-RUN-MODE
           INSPECT WS-RUN-MODE REPLACING ALL "a" BY "A"
           INSPECT WS-RUN-MODE REPLACING ALL "p" BY "P"
           INSPECT WS-RUN-MODE REPLACING ALL "l" BY "L"
           INSPECT WS-RUN-MODE REPLACING ALL "y" BY "Y"
           IF WS-RUN-MODE = "APPLY"
               SET APPLY-NEW-PAYMENTS TO TRUE
           END-IF
      *    The year analyzed - one year back from the business
      *    date, and the month the projection starts after
           COMPUTE WS-WINDOW-START = WS-BUSINESS-DATE - 10000
           DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-DATE-WORK
               REMAINDER WS-BUSINESS-MONTH.

       GET-BUSINESS-DATE.
      *    The year analyzed ends on the posting business date,
      *    the date the escrow checks were posted under
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
           IF APPLY-NEW-PAYMENTS
               OPEN I-O LOAN-FILE
           ELSE
               OPEN INPUT LOAN-FILE
           END-IF
           IF WS-FILE-STATUS = "35"
               DISPLAY "No loan master on file - nothing to analyze"
               PERFORM SPOOL-CLOSE-RUN
               MOVE ZERO TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening loan master, status: "
                       WS-FILE-STATUS
               PERFORM SPOOL-CLOSE-RUN
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.

       ANALYZE-ONE-LOAN.
           ADD 1 TO WS-LOANS-ANALYZED
           PERFORM COLLECT-LAST-YEAR-BILLS
           IF WS-ANNUAL-BILLS <= ZERO
      *        Nothing paid out in the year - no basis for a new
      *        payment, so the current one stands
               ADD 1 TO WS-LOANS-NO-BILLS
               MOVE ZERO TO WS-ANNUAL-BILLS
               MOVE ZERO TO WS-SHORTAGE
               MOVE LN-ESCROW-PAYMENT TO WS-NEW-PAYMENT
               MOVE "NO BILLS" TO WS-RPT-NOTE
               PERFORM DISPLAY-LOAN-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BASE-PAYMENT ROUNDED = WS-ANNUAL-BILLS / 12
           COMPUTE WS-CUSHION ROUNDED =
               WS-ANNUAL-BILLS * ESCROW-CUSHION-MONTHS / 12
           PERFORM PROJECT-ESCROW-BALANCE
           COMPUTE WS-SHORTAGE = WS-CUSHION - WS-LOW-POINT
           COMPUTE WS-NEW-PAYMENT ROUNDED =
               WS-BASE-PAYMENT + WS-SHORTAGE / 12
           IF WS-NEW-PAYMENT < ZERO
               MOVE ZERO TO WS-NEW-PAYMENT
           END-IF
           EVALUATE TRUE
               WHEN WS-SHORTAGE > ZERO
                   ADD 1 TO WS-LOANS-SHORT
                   MOVE "SHORTAGE" TO WS-RPT-NOTE
               WHEN WS-SHORTAGE < ZERO
                   ADD 1 TO WS-LOANS-SURPLUS
                   MOVE "SURPLUS" TO WS-RPT-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-NOTE
           END-EVALUATE
           PERFORM DISPLAY-LOAN-LINE
           IF APPLY-NEW-PAYMENTS
               PERFORM APPLY-NEW-ESCROW-PAYMENT
           END-IF.

       COLLECT-LAST-YEAR-BILLS.
      *    Sort the year's tax and insurance checks into the
      *    calendar month each was paid - a voided check comes
      *    back off the month it was voided in
           MOVE ZERO TO WS-ANNUAL-BILLS
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE ZERO TO WS-MONTH-BILL(WS-MONTH-SUB)
           END-PERFORM
           OPEN INPUT ESCROW-HISTORY-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-ESH-NOT-EOF TO TRUE
           PERFORM UNTIL WS-ESH-EOF
               READ ESCROW-HISTORY-FILE
                   AT END
                       SET WS-ESH-EOF TO TRUE
                   NOT AT END
                       IF ESH-LOAN-NUMBER = LN-LOAN-NUMBER AND
                          ESH-DATE > WS-WINDOW-START AND
                          ESH-DATE <= WS-BUSINESS-DATE
                           PERFORM TAKE-ONE-BILL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESCROW-HISTORY-FILE
           SET WS-ESH-NOT-EOF TO TRUE.

       TAKE-ONE-BILL.
           DIVIDE ESH-DATE BY 100 GIVING WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-DATE-WORK
               REMAINDER WS-MONTH-SUB
           EVALUATE TRUE
               WHEN ESH-TAX
               WHEN ESH-INSURANCE
                   ADD ESH-AMOUNT TO WS-MONTH-BILL(WS-MONTH-SUB)
                   ADD ESH-AMOUNT TO WS-ANNUAL-BILLS
               WHEN ESH-VOID
                   SUBTRACT ESH-AMOUNT FROM
                       WS-MONTH-BILL(WS-MONTH-SUB)
                   SUBTRACT ESH-AMOUNT FROM WS-ANNUAL-BILLS
           END-EVALUATE.

       PROJECT-ESCROW-BALANCE.
      *    Run the balance forward month by month from the month
      *    after the business date - the base payment comes in,
      *    that month's bills go out - and keep the lowest
      *    balance it reaches
           MOVE LN-ESCROW-BALANCE TO WS-PROJECTED-BALANCE
           MOVE LN-ESCROW-BALANCE TO WS-LOW-POINT
           MOVE WS-BUSINESS-MONTH TO WS-MONTH-SUB
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 12
               ADD 1 TO WS-MONTH-SUB
               IF WS-MONTH-SUB > 12
                   MOVE 1 TO WS-MONTH-SUB
               END-IF
               ADD WS-BASE-PAYMENT TO WS-PROJECTED-BALANCE
               SUBTRACT WS-MONTH-BILL(WS-MONTH-SUB) FROM
                   WS-PROJECTED-BALANCE
               IF WS-PROJECTED-BALANCE < WS-LOW-POINT
                   MOVE WS-PROJECTED-BALANCE TO WS-LOW-POINT
               END-IF
           END-PERFORM.

       APPLY-NEW-ESCROW-PAYMENT.
           IF WS-NEW-PAYMENT NOT = LN-ESCROW-PAYMENT
               ADD 1 TO WS-PAYMENTS-CHANGED
           END-IF
           MOVE WS-NEW-PAYMENT TO LN-ESCROW-PAYMENT
           MOVE WS-BUSINESS-DATE TO LN-ESCROW-ANALYSIS-DATE
           REWRITE LOAN-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error rewriting loan " LN-LOAN-NUMBER
                       ", status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       DISPLAY-REPORT-HEADER.
           DISPLAY " "
           DISPLAY "ANNUAL ESCROW ANALYSIS - " WS-BUSINESS-DATE
           DISPLAY "========================================"
           IF APPLY-NEW-PAYMENTS
               DISPLAY "New payments applied to the loan master"
           ELSE
               DISPLAY "Report only - run with APPLY to update"
           END-IF
           DISPLAY "LOAN         ESCROW BAL     YEAR BILLS"
                   "    OLD PMT    NEW PMT  SHORT/SURPLUS"
           STRING "ANNUAL ESCROW ANALYSIS - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           STRING "LOAN         ESCROW BAL     YEAR BILLS"
                  "    OLD PMT    NEW PMT  SHORT/SURPLUS"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

       DISPLAY-LOAN-LINE.
           MOVE LN-ESCROW-BALANCE TO WS-RPT-BALANCE
           MOVE WS-ANNUAL-BILLS TO WS-RPT-BILLS
           MOVE LN-ESCROW-PAYMENT TO WS-RPT-OLD-PAYMENT
           MOVE WS-NEW-PAYMENT TO WS-RPT-NEW-PAYMENT
           MOVE WS-SHORTAGE TO WS-RPT-SHORTAGE
           DISPLAY LN-LOAN-NUMBER " " WS-RPT-BALANCE " "
                   WS-RPT-BILLS " " WS-RPT-OLD-PAYMENT " "
                   WS-RPT-NEW-PAYMENT " " WS-RPT-SHORTAGE " "
                   WS-RPT-NOTE
           STRING LN-LOAN-NUMBER " " WS-RPT-BALANCE " "
                  WS-RPT-BILLS " " WS-RPT-OLD-PAYMENT " "
                  WS-RPT-NEW-PAYMENT " " WS-RPT-SHORTAGE " "
                  WS-RPT-NOTE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in cushion with any operational
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
               WHEN "ESCROW-CUSHION-MONTHS"
                   MOVE PRM-VALUE TO ESCROW-CUSHION-MONTHS
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "Loans analyzed:      " WS-LOANS-ANALYZED
           DISPLAY "With a shortage:     " WS-LOANS-SHORT
           DISPLAY "With a surplus:      " WS-LOANS-SURPLUS
           DISPLAY "No bills in year:    " WS-LOANS-NO-BILLS
           STRING "Loans analyzed:      " WS-LOANS-ANALYZED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           STRING "With a shortage:     " WS-LOANS-SHORT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           STRING "With a surplus:      " WS-LOANS-SURPLUS
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           STRING "No bills in year:    " WS-LOANS-NO-BILLS
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           IF APPLY-NEW-PAYMENTS
               DISPLAY "Payments changed:    " WS-PAYMENTS-CHANGED
               STRING "Payments changed:    " WS-PAYMENTS-CHANGED
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-ONE-LINE
           END-IF
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

       END PROGRAM ESCANAL.
